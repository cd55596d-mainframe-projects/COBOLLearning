000410* NUM1/NUM2/RESULT FIELDS ARE SIGNED WITH TWO IMPLIED DECIMAL
000420* PLACES AND A LEADING SEPARATE SIGN, MATCHING CALCREC.CPY, SO
000430* THE AUDIT TRAIL CARRIES EXACTLY WHAT WAS CALCULATED.
000440* CALC-A-DEPT IS THE SUBMITTING DEPARTMENT FROM CALCIN, WHICH THE
000450* MONTH-END CHARGEBACK RUN BILLS ON.  AUDIT FILES WRITTEN BEFORE
000460* THE FIELD WAS ADDED READ BACK WITH IT BLANK.
000470* CALC-A-APPROVAL IS BLANK FOR A TRANSACTION Iteration-If POSTED
000480* DIRECTLY AND "A" FOR ONE HELD OVER ITS CALCTHRS LIMIT AND
000490* POSTED LATER BY CALCAPPROVE, WITH CALC-A-APPROVER NAMING THE
000492* SECOND PERSON WHO APPROVED IT.  OLDER AUDIT FILES READ BACK
000494* WITH BOTH BLANK.
000500*-----------------------------------------------------------------
000600 01  CALC-AUDIT-RECORD.
000700     05  CALC-A-DATE               PIC 9(06).
001500         88  CALC-A-STATUS-NORMAL         VALUE SPACE.
001600         88  CALC-A-STATUS-OVERFLOW       VALUE "O".
001700         88  CALC-A-STATUS-DIV-ZERO       VALUE "Z".
001800     05  CALC-A-DEPT               PIC X(04).
001900     05  CALC-A-APPROVAL           PIC X(01).
002000         88  CALC-A-POSTED-DIRECT         VALUE SPACE.
002100         88  CALC-A-APPROVED              VALUE "A".
002200     05  CALC-A-APPROVER           PIC X(08).
