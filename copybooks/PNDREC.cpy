000130*           THEN MARKS THEM RELEASED.                       *
000140*----------------------------------------------------------*
000150* 2026-09-03  DM  NEW COPYBOOK.                              *
000151* 2026-10-15  DM  CARVE PND-ORIGIN (THE PROGRAM THAT QUEUED  *
000152*                 THE ITEM) OUT OF PND-RESERVED FOR THE      *
000153*                 EXCEPTION AGING REPORT.  RECORD LENGTH     *
000154*                 DOES NOT CHANGE; OLDER ITEMS CARRY SPACES. *
000160*----------------------------------------------------------*
000170 01  PENDING-RECORD.
000180     05  PND-TARGET-FILE         PIC X(01).
000290         88  PND-REJECTED               VALUE "R".
000300         88  PND-RELEASED               VALUE "L".
000310     05  PND-CHECKER-ID          PIC X(08).
000315     05  PND-ORIGIN              PIC X(08).
000320     05  PND-RESERVED            PIC X(02).
