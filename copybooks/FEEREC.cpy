000010*----------------------------------------------------------*
000020* FEEREC -- FEE SCHEDULE RECORD.  ONE RECORD PER FEE CODE   *
000030*           AND KEY: OPERATION CODE, CURRENCY AND ACCOUNT,  *
000040*           EACH EITHER A VALUE OR ALL ASTERISKS FOR ANY.   *
000050*           THE FEE IS THE FLAT AMOUNT PLUS THE PERCENT     *
000060*           RATE OF THE TRANSACTION'S BASE-CURRENCY         *
000070*           RESULT, RAISED TO THE MINIMUM AND CAPPED AT     *
000080*           THE MAXIMUM (A ZERO MAXIMUM MEANS NO CAP).      *
000090*           WHERE SEVERAL RECORDS OF ONE FEE CODE MATCH A   *
000100*           TRANSACTION THE MOST SPECIFIC WINS - ACCOUNT    *
000110*           OVER CURRENCY OVER OPERATION - SO AN ACCOUNT    *
000120*           CAN CARRY ITS OWN RATE FOR A FEE THE REST PAY   *
000130*           AT THE GENERAL RATE.  A BLANK CURRENCY MEANS    *
000140*           THE BASE CURRENCY AND A BLANK OPERATION MEANS   *
000150*           ADD, AS ON TRANREC.                             *
000160*----------------------------------------------------------*
000170* 2026-10-15  DM  NEW COPYBOOK.                              *
000180*----------------------------------------------------------*
000190 01  FEE-SCHEDULE-RECORD.
000200     05  FEE-CODE                PIC X(04).
000210     05  FEE-STATUS              PIC X(01).
000220         88  FEE-ACTIVE                 VALUE "A".
000230         88  FEE-SUSPENDED              VALUE "S".
000240     05  FEE-OP-CODE             PIC X(01).
000250         88  FEE-ANY-OP                 VALUE "*".
000260     05  FEE-CURRENCY-CODE       PIC X(03).
000270         88  FEE-ANY-CURRENCY           VALUE "***".
000280     05  FEE-ACCOUNT             PIC X(08).
000290         88  FEE-ANY-ACCOUNT            VALUE "********".
000300     05  FEE-FLAT-AMOUNT         PIC 9(5)V9(2).
000310     05  FEE-PERCENT-RATE        PIC 9(3)V9(4).
000320     05  FEE-MIN-AMOUNT          PIC 9(5)V9(2).
000330     05  FEE-MAX-AMOUNT          PIC 9(5)V9(2).
000340     05  FEE-DESC                PIC X(20).
000350     05  FEE-RESERVED            PIC X(10).
