000010*----------------------------------------------------------*
000020* SEQREC -- THE TRAN-ID SEQUENCE CONTROL RECORD (TRANSEQ).  *
000030*           ONE RECORD, READ AT THE START OF EVERY RUN      *
000040*           THAT HANDS OUT TRAN-IDS AND REWRITTEN AT THE    *
000050*           END WHEN ANY WERE USED.                         *
000060*                                                           *
000070*           TRAN-IDS HANDED OUT HERE ARE DATED: THE LAST    *
000080*           TWO DIGITS OF SEQ-ID-YEAR FOLLOWED BY           *
000090*           SEQ-NEXT-SERIAL WRITTEN AS FOUR BASE-36         *
000100*           CHARACTERS (0-9 THEN A-Z), E.G. "260001",       *
000110*           "26000Z", "260010".  THE SERIAL STARTS AT 1     *
000120*           EACH NEW YEAR AND STOPS AT 1,679,615 ("ZZZZ").  *
000130*           A DATED ID ALWAYS STARTS WITH A DIGIT, SO IT    *
000140*           CAN NEVER MEET A SOURCE-ASSIGNED "T" PLUS FIVE  *
000150*           DIGITS ID, AN OLD SEQUENTIAL ONE, OR A HDR/TRL  *
000160*           CONTROL RECORD.  THE ID YEAR ONLY EVER MOVES    *
000170*           FORWARD: A RUN DATED BEFORE SEQ-ID-YEAR CARRIES *
000180*           ON IN THAT YEAR'S SERIALS, SO A YEAR-END        *
000190*           CROSSOVER CANNOT RESTART A SERIES ALREADY USED. *
000200*                                                           *
000210*           SEQ-NEXT-NUMBER IS THE OLD "T" PLUS FIVE DIGITS *
000220*           COUNTER, NO LONGER ADVANCED.  IT IS KEPT SO THE *
000230*           CAPACITY CHECK CAN SHOW HOW FAR THE OLD SERIES  *
000240*           RAN.  A RECORD CUT BEFORE THE DATED FIELDS      *
000250*           EXISTED READS WITH SEQ-ID-YEAR BLANK AND STARTS *
000260*           THE CURRENT YEAR AT SERIAL 1.                   *
000270*----------------------------------------------------------*
000280* 2026-10-15  DM  NEW COPYBOOK, TAKEN OUT OF THE PROGRAMS   *
000290*                 THAT ASSIGN TRAN-IDS, WITH THE DATED ID   *
000300*                 YEAR AND SERIAL ADDED.  THE RECORD GROWS  *
000310*                 FROM 15 TO 20 BYTES.                      *
000320*----------------------------------------------------------*
000330 01  SEQ-RECORD.
000340     05  SEQ-NEXT-NUMBER         PIC 9(05).
000350     05  SEQ-ID-YEAR             PIC 9(04).
000360     05  SEQ-NEXT-SERIAL         PIC 9(07).
000370     05  SEQ-RESERVED            PIC X(04).
