000100*-----------------------------------------------------------------
000200* CALCHLD.CPY
000300* PENDING-APPROVAL RECORD WRITTEN BY Iteration-If IN PLACE OF THE
000400* CALCAUD RECORD FOR A TRANSACTION WHOSE ABSOLUTE Result EXCEEDS
000500* ITS OPERATION TYPE'S CALCTHRS LIMIT.  CALC-H-KEY IDENTIFIES THE
000600* ITEM FOR THE APPROVAL RUN: THE CALCIN BATCH SUBMITTER AND BATCH
000700* NUMBER AND THE TRANSACTION'S POSITION IN THAT BATCH.  THE
000800* SUBMITTER IS ALSO WHO MAY NOT APPROVE IT.  CALC-H-DATE IS THE
000900* DATE THE ITEM WAS HELD, WHICH THE PENDING AGING REPORT COUNTS
001000* FROM.  THE -X REDEFINES GIVE THE KEYED BYTES FOR A REJECTED
001100* ITEM'S CALCEXC RECORD, AS CALCREC.CPY DOES.
001200*-----------------------------------------------------------------
001300 01  CALC-HOLD-RECORD.
001400     05  CALC-H-KEY.
001500         10  CALC-H-SUBMITTER      PIC X(08).
001600         10  CALC-H-BATCH-NO       PIC 9(08).
001700         10  CALC-H-SEQ            PIC 9(07).
001800     05  CALC-H-DATE               PIC 9(06).
001900     05  CALC-H-TIME               PIC 9(08).
002000     05  CALC-H-OPERATOR           PIC X(01).
002100     05  CALC-H-TYPE               PIC X(02).
002200     05  CALC-H-NUM1               PIC S9(05)V99
002300                                   SIGN IS LEADING SEPARATE.
002400     05  CALC-H-NUM1-X             REDEFINES CALC-H-NUM1
002500                                   PIC X(08).
002600     05  CALC-H-NUM2               PIC S9(05)V99
002700                                   SIGN IS LEADING SEPARATE.
002800     05  CALC-H-NUM2-X             REDEFINES CALC-H-NUM2
002900                                   PIC X(08).
003000     05  CALC-H-RESULT             PIC S9(09)V99
003100                                   SIGN IS LEADING SEPARATE.
003200     05  CALC-H-DEPT               PIC X(04).
003300     05  CALC-H-LIMIT              PIC 9(09)V99.
