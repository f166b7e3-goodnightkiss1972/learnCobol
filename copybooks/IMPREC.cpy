000010*----------------------------------------------------------*
000020* IMPREC -- DELIMITED IMPORT MAP.  ONE RECORD PER SOURCE    *
000030*           (SRC-ID, AS ON THE SOURCE MASTER) THAT DELIVERS *
000040*           A DELIMITED FILE INSTEAD OF FIXED TRANREC       *
000050*           RECORDS.  IT NAMES THE FILE (UNDER IMPDIR), THE *
000060*           DELIMITER AND DECIMAL POINT (BLANK = COMMA AND  *
000070*           PERIOD), HOW MANY HEADING LINES TO SKIP, THE    *
000080*           DATE ORDER (Y = YYYYMMDD, D = DDMMYYYY, ANY     *
000090*           SEPARATORS IGNORED) AND, FOR EACH TRANREC FIELD,*
000100*           THE COLUMN (1-20) IT IS TAKEN FROM.  COLUMN     *
000110*           ZERO MEANS NOT SUPPLIED: THE DATE DEFAULTS TO   *
000120*           THE BUSINESS DATE, NUM2 TO ZERO, A SIGN TO D (C *
000130*           FOR A NEGATIVE AMOUNT), THE OPERATION AND       *
000140*           CURRENCY TO THE DEFAULTS BELOW, THE ACCOUNT TO  *
000150*           BLANK.  NUM1 MUST BE MAPPED.  THE TRAN-ID IS    *
000160*           ALWAYS ASSIGNED FROM TRANSEQ.                   *
000170*----------------------------------------------------------*
000180* 2026-10-15  DM  NEW COPYBOOK.                              *
000190*----------------------------------------------------------*
000200 01  IMPORT-MAP-RECORD.
000210     05  IMP-SRC-ID              PIC X(08).
000220     05  IMP-STATUS              PIC X(01).
000230         88  IMP-ACTIVE                 VALUE "A".
000240         88  IMP-SUSPENDED              VALUE "S".
000250     05  IMP-DELIMITER           PIC X(01).
000260     05  IMP-DECIMAL-POINT       PIC X(01).
000270     05  IMP-SKIP-LINES          PIC 9(02).
000280     05  IMP-DATE-ORDER          PIC X(01).
000290         88  IMP-DATE-YMD               VALUE "Y" SPACE.
000300         88  IMP-DATE-DMY               VALUE "D".
000310     05  IMP-COLUMNS.
000320         10  IMP-COL-DATE        PIC 9(02).
000330         10  IMP-COL-NUM1        PIC 9(02).
000340         10  IMP-COL-NUM2        PIC 9(02).
000350         10  IMP-COL-SIGN1       PIC 9(02).
000360         10  IMP-COL-SIGN2       PIC 9(02).
000370         10  IMP-COL-OP          PIC 9(02).
000380         10  IMP-COL-CURRENCY    PIC 9(02).
000390         10  IMP-COL-ACCOUNT     PIC 9(02).
000400     05  IMP-COLUMN-TABLE REDEFINES IMP-COLUMNS.
000410         10  IMP-COL OCCURS 8 TIMES
000420                                 PIC 9(02).
000430     05  IMP-DEFAULT-OP          PIC X(01).
000440     05  IMP-DEFAULT-CURRENCY    PIC X(03).
000450     05  IMP-FILE-NAME           PIC X(40).
000460     05  IMP-RESERVED            PIC X(10).
