      *****************************************************************
      **  MEMBER :  ACSRSTKX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNUSED APPLICATION STICKER **
      **            REPORT EXTRACT WRITTEN BY ASBM9503 FOR THE BRANCH**
      **            AUDIT.  ONE ROW PER CONTIGUOUS RUN OF STICKERS,  **
      **            WITHIN ONE ISSUED RANGE, THAT HAS NOT APPEARED ON**
      **            ANY IMPORTED APPLICATION, PLUS ONE SUMMARY ROW PER**
      **            ISSUED RANGE (RSTKX-REC-TYP-CD 'R')              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSTKX-SEQ-REC-INFO.
           05  RSTKX-RPT-DT              PIC X(10).
           05  RSTKX-REC-TYP-CD          PIC X(01).
               88  RSTKX-REC-TYP-GAP           VALUE 'G'.
               88  RSTKX-REC-TYP-RANGE         VALUE 'R'.
           05  RSTKX-CO-ID               PIC X(02).
           05  RSTKX-SO-NUM              PIC X(03).
           05  RSTKX-ISSUE-DT            PIC X(10).
           05  RSTKX-ISSUE-AGE-DAYS      PIC 9(05).
           05  RSTKX-RNG-LOW-NUM         PIC 9(11).
           05  RSTKX-RNG-HIGH-NUM        PIC 9(11).
           05  RSTKX-UNUSED-FROM-NUM     PIC 9(11).
           05  RSTKX-UNUSED-TO-NUM       PIC 9(11).
           05  RSTKX-UNUSED-CNT          PIC 9(07).
           05  RSTKX-USED-CNT            PIC 9(07).
           05  FILLER                    PIC X(11).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSTKX                    **
      *****************************************************************
