000010*----------------------------------------------------------*
000020* RUNHIST -- RUN HISTORY RECORD.  ONE RECORD PER JOB STEP   *
000030*           PER CLOSED BUSINESS DATE, APPENDED BY THE RUN-  *
000040*           CONTROL CLOSE FROM THE RUNCTL STEP TABLE SO     *
000050*           EVERY NIGHT'S TIMINGS OUTLIVE THE NEXT INIT:    *
000060*           START/END TIME (HHMMSSCC), ELAPSED SECONDS      *
000070*           (ACROSS MIDNIGHT WHERE THE STEP WAS), RECORDS   *
000080*           PROCESSED, WHETHER A RESTART RAN THE STEP       *
000090*           AGAIN, AND WHETHER IT BELONGED TO THE DAILY     *
000100*           STREAM OR TO A SUPERVISED ADJUSTMENT RUN.       *
000110*----------------------------------------------------------*
000120* 2026-10-15  DM  NEW COPYBOOK.                             *
000130*----------------------------------------------------------*
000140 01  RUN-HISTORY-RECORD.
000150     05  RH-BUSINESS-DATE        PIC 9(08).
000160     05  RH-STEP-NAME            PIC X(08).
000170     05  RH-STEP-STATUS          PIC X(01).
000180         88  RH-STEP-STARTED            VALUE "S".
000190         88  RH-STEP-DONE               VALUE "C".
000200     05  RH-START-TIME           PIC 9(08).
000210     05  RH-END-TIME             PIC 9(08).
000220     05  RH-ELAPSED-SECS         PIC 9(06).
000230     05  RH-STEP-COUNT           PIC 9(07).
000240     05  RH-RERUN-IND            PIC X(01).
000250         88  RH-RERUN                   VALUE "R".
000260     05  RH-RUN-TYPE             PIC X(01).
000270         88  RH-DAILY-RUN               VALUE "D".
000280         88  RH-ADJUST-RUN              VALUE "A".
000290     05  RH-RESERVED             PIC X(10).
