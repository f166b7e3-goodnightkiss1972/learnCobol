000540*                 AMOUNT-LIMIT REFERRAL QUEUE, SO THE LOT     *
000550*                 PROGRAMS POST IT WITHOUT REFERRING IT A     *
000560*                 SECOND TIME.                                *
000561* 2026-10-15  DM  ADD TRAN-DUP-IND, ALSO BORROWED FROM        *
000562*                 TRAN-RESERVED (LENGTH UNCHANGED): "P" ON A  *
000563*                 TRANSACTION A SUPERVISOR RELEASED OUT OF    *
000564*                 THE SUSPECTED-DUPLICATE QUEUE, "O" ON ONE   *
000565*                 GENERATED FROM A STANDING ORDER (A REPEAT   *
000566*                 BY DESIGN).  EITHER KEEPS THE CROSS-DAY     *
000567*                 DUPLICATE CHECK FROM HOLDING IT.            *
000568* 2026-10-15  DM  ADD TRAN-FEE-IND, ALSO BORROWED FROM        *
000569*                 TRAN-RESERVED (LENGTH UNCHANGED): "F" ON A  *
000570*                 FEE CHARGE GENERATED BY CALCUL-FRAIS, WHOSE *
000571*                 TRAN-ORIG-ID THEN NAMES THE TRANSACTION     *
000572*                 THAT TRIGGERED THE FEE.                     *
000573*----------------------------------------------------------*
000580 01  TRANSACTION-RECORD.
000590     05  TRAN-ID                 PIC X(06).
000600     05  TRAN-DATE               PIC X(08).
000840         88  TRAN-ADJUSTMENT            VALUE "A".
000850     05  TRAN-LIM-IND            PIC X(01).
000860         88  TRAN-LIMIT-PASSED          VALUE "P".
000862     05  TRAN-DUP-IND            PIC X(01).
000864         88  TRAN-DUP-RELEASED          VALUE "P".
000866         88  TRAN-FROM-ORDER            VALUE "O".
000867     05  TRAN-FEE-IND            PIC X(01).
000868         88  TRAN-FEE-CHARGE            VALUE "F".
000870     05  TRAN-RESERVED           PIC X(01).
