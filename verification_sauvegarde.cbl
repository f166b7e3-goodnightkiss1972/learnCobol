000215*                 FOR THE 1043-BYTE RUNCTL RECORD), IN STEP *
000216*                 WITH THE BACKUP - THE HASH MUST BE        *
000218*                 COMPUTED OVER IDENTICAL IMAGES.           *
000219* 2026-10-15  DM  WIDEN THE LINE AND HASH WORK AREAS FROM   *
000220*                 1200 TO 2200 BYTES - THE RUNCTL RECORD    *
000221*                 IS 2195 BYTES WITH ITS STEP TABLE AT      *
000222*                 SIXTY-FOUR SLOTS AND ITS STEP FLAGS.      *
000223*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000420* SNAP-IN -- ONE SNAPSHOT FILE AT A TIME                     *
000430*----------------------------------------------------------*
000440 FD  SNAP-IN.
000442* 2200 BYTES - RUNCTL, THE LONGEST RECORD, IS 2195, SO      *
000443* ONLY 5 BYTES ARE SPARE.  WIDEN WITH RUNCTL.               *
000450 01  SNAP-IN-LINE                PIC X(2200).
000460*----------------------------------------------------------*
000470* VERIFY-RPT -- THE VERIFICATION REPORT                      *
000480*----------------------------------------------------------*
000750 01  WS-SNAP-PATH                PIC X(60).
000760 01  WS-REC-COUNT                PIC 9(09) COMP.
000770 01  WS-HASH-TOTAL               PIC 9(13) COMP-3.
000772* 2200 BYTES - RUNCTL, THE LONGEST RECORD, IS 2195, SO      *
000773* ONLY 5 BYTES ARE SPARE.  WIDEN WITH RUNCTL.               *
000780 01  WS-HASH-LINE                PIC X(2200).
000790 01  WS-DIGIT-CHARS              PIC X(09) VALUE "123456789".
000800 01  WS-DIGIT-SUB                PIC 9(02) COMP.
000810 01  WS-DIGIT-CHAR               PIC X(01).
