000010*----------------------------------------------------------*
000020* SELREC -- AUDITOR EXTRACT SELECTION CARD (EXTSEL).  ONE   *
000030*           80-COLUMN CARD PER EXTRACT RUN.  EVERY TEST IS  *
000040*           OPTIONAL: A BLANK FIELD SELECTS EVERYTHING.     *
000050*             COLS  1- 8  FROM DATE, YYYYMMDD               *
000060*             COLS  9-16  THROUGH DATE, YYYYMMDD            *
000070*             COLS 17-24  ACCOUNT                           *
000080*             COLS 25-27  CURRENCY (EUR, THE BASE, ALSO     *
000090*                         TAKES ITEMS WITH NO CODE)         *
000100*             COL  28     OPERATION A/S/M (A ALSO TAKES     *
000110*                         ITEMS WITH NO CODE)               *
000120*             COL  29     REVERSAL: R = REVERSED ITEMS,     *
000130*                         O = REVERSING OFFSETS, B =        *
000140*                         EITHER, N = NEITHER               *
000150*             COL  30     ADJUSTMENT: A = ADJUSTMENT-RUN    *
000160*                         ITEMS ONLY, N = NONE OF THEM      *
000170*             COLS 31-39  LOWEST AMOUNT, 9(07)V99           *
000180*             COLS 40-48  HIGHEST AMOUNT, 9(07)V99          *
000190*             COL  49     EXTRACT DELIMITER (BLANK = COMMA) *
000200*             COLS 50-69  THE AUDITOR'S REQUEST REFERENCE   *
000210*           THE AMOUNT TESTED IS THE LARGER OPERAND IN THE  *
000220*           ITEM'S PRESENTED CURRENCY: THE BASE AMOUNT ON   *
000230*           THE HISTORY MASTER TAKEN BACK AT THE CURRATES   *
000240*           RATE FOR ITS TRAN-DATE.  IT IS RIGHT-JUSTIFIED  *
000250*           WITH TWO IMPLIED DECIMALS                       *
000260*           (000500000 = 5,000.00).  AN ITEM WITH NO RATE   *
000270*           CANNOT BE TESTED AND IS LEFT OUT WHEN EITHER    *
000280*           AMOUNT IS GIVEN.                                *
000290*----------------------------------------------------------*
000300* 2026-10-15  DM  NEW COPYBOOK.                             *
000310*----------------------------------------------------------*
000320 01  SELECTION-CARD.
000330     05  SEL-FROM-DATE           PIC X(08).
000340     05  SEL-THRU-DATE           PIC X(08).
000350     05  SEL-ACCOUNT             PIC X(08).
000360     05  SEL-CURRENCY-CODE       PIC X(03).
000370     05  SEL-OP-CODE             PIC X(01).
000380         88  SEL-OP-VALID               VALUE "A" "S" "M" SPACE.
000390     05  SEL-REV-IND             PIC X(01).
000400         88  SEL-REV-REVERSED           VALUE "R".
000410         88  SEL-REV-OFFSET             VALUE "O".
000420         88  SEL-REV-EITHER             VALUE "B".
000430         88  SEL-REV-NEITHER            VALUE "N".
000440         88  SEL-REV-VALID              VALUE "R" "O" "B" "N"
000450                                              SPACE.
000460     05  SEL-ADJ-IND             PIC X(01).
000470         88  SEL-ADJ-ONLY               VALUE "A".
000480         88  SEL-ADJ-NONE               VALUE "N".
000490         88  SEL-ADJ-VALID              VALUE "A" "N" SPACE.
000500     05  SEL-MIN-AMOUNT-X        PIC X(09).
000510     05  SEL-MIN-AMOUNT REDEFINES SEL-MIN-AMOUNT-X
000520                                 PIC 9(07)V9(02).
000530     05  SEL-MAX-AMOUNT-X        PIC X(09).
000540     05  SEL-MAX-AMOUNT REDEFINES SEL-MAX-AMOUNT-X
000550                                 PIC 9(07)V9(02).
000560     05  SEL-DELIMITER           PIC X(01).
000570     05  SEL-REQUEST-REF         PIC X(20).
000580     05  SEL-RESERVED            PIC X(11).
