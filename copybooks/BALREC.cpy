000010*----------------------------------------------------------*
000020* BALREC -- ACCOUNT BALANCE MASTER RECORD (ACCTBAL).  ONE    *
000030*           RECORD PER ACCOUNT AND PRESENTING CURRENCY,      *
000040*           KEPT IN ACCOUNT/CURRENCY SEQUENCE.  THE NIGHTLY  *
000050*           POSTING (MISE-A-JOUR-SOLDES) ROLLS YESTERDAY'S   *
000060*           CLOSING INTO TODAY'S OPENING AND POSTS THE DAY'S *
000070*           ALLOUT: A POSITIVE TRAN-RESULT IS A DEBIT, A     *
000080*           NEGATIVE ONE A CREDIT, THE SAME SIDES THE GL     *
000090*           FEED USES.  CLOSING = OPENING + DEBITS -         *
000100*           CREDITS, SO A NEGATIVE CLOSING IS A NET CREDIT   *
000110*           POSITION.  AMOUNTS ARE IN THE BASE CURRENCY (THE *
000120*           LOT PROGRAMS CONVERT BEFORE THEY POST); A BLANK  *
000130*           TRAN-CURRENCY-CODE POSTS UNDER THE BASE CODE.  A *
000140*           BLANK BAL-ACCOUNT IS THE HOUSE ACCOUNT.          *
000150*----------------------------------------------------------*
000160* 2026-10-15  DM  NEW COPYBOOK.                              *
000170*----------------------------------------------------------*
000180 01  BALANCE-RECORD.
000190     05  BAL-ACCOUNT             PIC X(08).
000200     05  BAL-CURRENCY            PIC X(03).
000210     05  BAL-BUSINESS-DATE       PIC 9(08).
000220     05  BAL-OPENING             PIC S9(11)V9(02).
000230     05  BAL-DAY-DEBITS          PIC 9(11)V9(02).
000240     05  BAL-DAY-CREDITS         PIC 9(11)V9(02).
000250     05  BAL-CLOSING             PIC S9(11)V9(02).
000260     05  BAL-DAY-ITEMS           PIC 9(07).
000270     05  BAL-RESERVED            PIC X(10).
