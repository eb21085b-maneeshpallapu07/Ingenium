      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9530.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9530                                         **
      **  REMARKS:  MARKETING CONSENT CAPTURE AND DAILY DO-NOT-      **
      **            CONTACT SUPPRESSION FEED.  THE APPLICATION NOW   **
      **            CARRIES, PER CLIENT, CONSENT TO CONTACT BY MAIL, **
      **            PHONE AND EMAIL AND TO SHARING WITH AFFILIATES,  **
      **            WITH THE DATE IT WAS GIVEN (UCLI).  EACH         **
      **            INDICATOR IS Y (CONSENT), N (DO NOT CONTACT) OR  **
      **            BLANK (NOT ANSWERED).                            **
      **                                                             **
      **            EXTRACT MODE (PARM 'E') READS THE RUPOL DRIVER   **
      **            AND UCLI CLIENT EXTRACTS (SORTED BY APP ID) FOR  **
      **            THE NIGHT'S UPLOADS.  EVERY OWNER AND INSURED    **
      **            WHO ANSWERED A CONSENT QUESTION IS WRITTEN TO    **
      **            THE MKPW WORK FILE.  AN INDIVIDUAL IS PUT        **
      **            THROUGH THE SAME ASRF2130 NAME MATCH THE IMPORT  **
      **            USES AND, WHEN MATCHED, IS KEYED BY THE CLIENT   **
      **            ID ON FILE; ANY OTHER CLIENT IS KEYED BY THE     **
      **            APPLICATION AND CLIENT SEQUENCE.  THE JCL SORTS  **
      **            MKPW BY KEY (BYTES 1-18).                        **
      **                                                             **
      **            UPDATE MODE (PARM 'U') MERGES THE SORTED MKPW    **
      **            FILE INTO THE MKPM PREFERENCE FILE (SAME KEY)    **
      **            AND WRITES ITS NEXT GENERATION TO MKPN.  FOR     **
      **            EACH CHANNEL THE STRICTER OF THE PREFERENCE ON   **
      **            FILE AND THE ONE ON THE APPLICATION IS KEPT -    **
      **            DO NOT CONTACT OVER CONSENT OVER NOT ANSWERED -  **
      **            SO A CLIENT WHO OPTED OUT IS NOT OPTED BACK IN   **
      **            BY A LATER APPLICATION.  EVERY PREFERENCE THAT   **
      **            IS NEW OR CHANGED IN THIS RUN GOES TO THE MKSF   **
      **            SUPPRESSION FEED FOR THE MARKETING PLATFORM.     **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE E OR U           **
      **                       BYTES 2-3   COMPANY                   **
      **                       BYTES 4-13  UPLOAD DATE CCYY-MM-DD    **
      **                                   (MODE E, DEFAULT THE RUN  **
      **                                   DATE)                     **
      **                                                             **
      **  DOMAIN :  CL                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSMKPW.
       COPY ACSSMKPM.
       COPY ACSSMKPN.
       COPY ACSSMKSF.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDMKPW.

       COPY ACSRMKPW.

       COPY ACSDMKPM.

       COPY ACSRMKPM.

       COPY ACSDMKPN.

       COPY ACSRMKPN.

       COPY ACSDMKSF.

       COPY ACSRMKSF.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9530'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-APP-IN-SCOPE-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-CLI-MATCH-TRIED           PIC 9(07)  VALUE ZEROS.
           05  WS-CLI-MATCHED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-MKPW-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-MKPW-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-MKPM-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-MKPN-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PREF-NEW-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PREF-CHG-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-STRICT-KEPT-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-EXTRACT            VALUE 'E'.
               88  WS-RUN-MODE-UPDATE             VALUE 'U'.
               88  WS-RUN-MODE-VALID              VALUE 'E' 'U'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-EXT                PIC X(10)  VALUE SPACES.
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-APP-SCOPE-SW              PIC X(01).
               88  WS-APP-IN-SCOPE                VALUE 'Y'.
               88  WS-APP-NOT-IN-SCOPE            VALUE 'N'.

      * MERGE KEYS - HIGH-VALUES ONCE A FILE IS AT END.

           05  WS-MKPW-KEY                  PIC X(18).
           05  WS-MKPM-KEY                  PIC X(18).
           05  WS-CUR-KEY                   PIC X(18).
           05  WS-ON-FILE-SW                PIC X(01).
               88  WS-ON-FILE                     VALUE 'Y'.
               88  WS-NOT-ON-FILE                 VALUE 'N'.

      * THE PREFERENCE BEING BUILT FOR THE CURRENT KEY.

           05  WS-CUR-PREF-INFO.
               10  WS-CUR-CLI-SUR-NM        PIC X(25).
               10  WS-CUR-CLI-GIV-NM        PIC X(25).
               10  WS-CUR-CLI-BTH-DT        PIC X(10).
               10  WS-CUR-CLI-PSTL-CD       PIC X(08).
               10  WS-CUR-CNSNT-PREF.
                   15  WS-CUR-CNSNT-IND     PIC X(01)  OCCURS 4 TIMES.
               10  WS-CUR-CNSNT-DT          PIC X(10).
               10  WS-CUR-LAST-UPDT-DT      PIC X(08).
               10  WS-CUR-APP-ID            PIC X(15).
           05  WS-OLD-CNSNT-PREF            PIC X(04).
           05  WS-BEFORE-CNSNT-PREF         PIC X(04).
           05  WS-APP-CNSNT-PREF.
               10  WS-APP-CNSNT-IND         PIC X(01)  OCCURS 4 TIMES.
           05  WS-CHNL-SUB                  PIC S9(04) COMP.
           05  WS-STRICT-KEPT-SW            PIC X(01).
               88  WS-STRICT-KEPT                 VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWMKPW.
       COPY ACSWMKPM.
       COPY ACSWMKPN.
       COPY ACSWMKSF.
      /
      *****************************************************************
      * CALLED MODULE PARAMETER INFORMATION                           *
      *****************************************************************

       COPY ACWL2130.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RUN-PARM-DT          PIC X(10).
               10  FILLER                  PIC X(17).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           IF   WS-RUN-MODE-EXTRACT
                PERFORM  1000-EXTRACT-CONSENT
                    THRU 1000-EXTRACT-CONSENT-X
           ELSE
                PERFORM  3000-UPDATE-PREFERENCES
                    THRU 3000-UPDATE-PREFERENCES-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT-EXT (1:4).
           MOVE '-'                         TO WS-RUN-DT-EXT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT-EXT (6:2).
           MOVE '-'                         TO WS-RUN-DT-EXT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT-EXT (9:2).
           MOVE WS-RUN-DT-EXT               TO WS-EXTR-UPLD-DT.

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
           END-IF.

           IF   LK-PARM-LEN                  > 1
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 3
           AND  LK-RUN-PARM-DT               > SPACES
                MOVE LK-RUN-PARM-DT     TO WS-EXTR-UPLD-DT
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE E (EXTRACT) OR U (UPDATE)
                MOVE 'AS95300001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *****************************************************************
      * EXTRACT MODE - CONSENT ANSWERED ON THE NIGHT'S APPLICATIONS   *
      *****************************************************************

      *---------------------
       1000-EXTRACT-CONSENT.
      *---------------------

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  MKPW-4000-OPEN-OUTPUT
               THRU MKPW-4000-OPEN-OUTPUT-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

           PERFORM  2000-PROCESS-RUPOL
               THRU 2000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  MKPW-5000-CLOSE
               THRU MKPW-5000-CLOSE-X.

       1000-EXTRACT-CONSENT-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           SET  WS-APP-NOT-IN-SCOPE    TO TRUE.

           IF   RUPOL-APP-UPLD-DT      = WS-EXTR-UPLD-DT
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-IN-SCOPE   TO TRUE
                ADD  1                 TO WS-APP-IN-SCOPE-CNT
           END-IF.

      * THE CLIENT GROUP IS CONSUMED FOR EVERY APPLICATION TO KEEP
      * THE TWO FILES IN STEP.

           PERFORM  2100-UCLI-READ-AHEAD
               THRU 2100-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2200-UCLI-CONSUME-GROUP
               THRU 2200-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-RUPOL-X.
           EXIT.
      /
      *---------------------
       2100-UCLI-READ-AHEAD.
      *---------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2100-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2200-UCLI-CONSUME-GROUP.
      *------------------------

           IF   NOT WS-APP-IN-SCOPE
                GO TO 2200-UCLI-CONSUME-GROUP-R
           END-IF.

           IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) NOT = 'O'
           AND  RUCLI-POL-CLI-INSRD-CD = SPACES
                GO TO 2200-UCLI-CONSUME-GROUP-R
           END-IF.

      * A CLIENT WHO ANSWERED NO CONSENT QUESTION HAS NOTHING TO SEND.

           IF   RUCLI-MAIL-CNSNT-IND     = SPACE
           AND  RUCLI-PHON-CNSNT-IND     = SPACE
           AND  RUCLI-EMAIL-CNSNT-IND    = SPACE
           AND  RUCLI-AFFL-SHR-CNSNT-IND = SPACE
                GO TO 2200-UCLI-CONSUME-GROUP-R
           END-IF.

           MOVE SPACES                 TO RMKPW-SEQ-REC-INFO.
           SET  RMKPW-KEY-TYP-APP      TO TRUE.
           MOVE RUCLI-APP-ID           TO RMKPW-KEY-APP-ID.
           MOVE RUCLI-SEQ-NUM          TO RMKPW-KEY-SEQ-NUM.

      * THE EXACT NAME MATCH OF THE IMPORT - NO FUZZY THRESHOLD.  A
      * COMPANY OWNER HAS NO PERSONAL NAME FOR THE MATCH TO USE.

           IF   RUCLI-CLI-CO-NM        = SPACES
           AND  RUCLI-CLI-SUR-NM       > SPACES
                ADD  1                 TO WS-CLI-MATCH-TRIED
                MOVE SPACES            TO L2130-PARM-AREA
                MOVE RUCLI-CLI-GIV-NM  TO L2130-CLI-GIV-NM
                MOVE RUCLI-CLI-SUR-NM  TO L2130-CLI-SURNAME
                MOVE ZERO              TO L2130-FUZZY-THRESHOLD-PCT
                                          L2130-FUZZY-SCORE-PCT
                PERFORM  2130-0000-ALPHA-MATCH
                    THRU 2130-0000-ALPHA-MATCH-X
                IF   L2130-MATCH-FOUND
                     ADD  1            TO WS-CLI-MATCHED-CNT
                     MOVE SPACES       TO RMKPW-KEY-VALU
                     SET  RMKPW-KEY-TYP-CLI
                                       TO TRUE
                     MOVE L2130-MATCHED-CLI-ID
                                       TO RMKPW-KEY-CLI-ID
                END-IF
           END-IF.

           IF   RUCLI-CLI-CO-NM        > SPACES
                MOVE RUCLI-CLI-CO-NM   TO RMKPW-CLI-SUR-NM
           ELSE
                MOVE RUCLI-CLI-SUR-NM  TO RMKPW-CLI-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO RMKPW-CLI-GIV-NM
           END-IF.

           MOVE RUCLI-CLI-BTH-DT       TO RMKPW-CLI-BTH-DT.
           MOVE RUCLI-CLI-PSTL-CD      TO RMKPW-CLI-PSTL-CD.
           MOVE RUCLI-MAIL-CNSNT-IND   TO RMKPW-MAIL-CNSNT-IND.
           MOVE RUCLI-PHON-CNSNT-IND   TO RMKPW-PHON-CNSNT-IND.
           MOVE RUCLI-EMAIL-CNSNT-IND  TO RMKPW-EMAIL-CNSNT-IND.
           MOVE RUCLI-AFFL-SHR-CNSNT-IND
                                       TO RMKPW-AFFL-SHR-CNSNT-IND.
           MOVE RUCLI-APP-ID           TO RMKPW-APP-ID.

      * AN UNDATED CONSENT TAKES THE DATE THE APPLICATION CAME IN.

           IF   RUCLI-CNSNT-DT         > SPACES
                MOVE RUCLI-CNSNT-DT    TO RMKPW-CNSNT-DT
           ELSE
                MOVE RUPOL-APP-UPLD-DT TO RMKPW-CNSNT-DT
           END-IF.

           PERFORM  MKPW-2000-WRITE
               THRU MKPW-2000-WRITE-X.

           ADD  1                      TO WS-MKPW-REC-WRITTEN.

       2200-UCLI-CONSUME-GROUP-R.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2200-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *****************************************************************
      * UPDATE MODE - PREFERENCE FILE AND SUPPRESSION FEED            *
      *****************************************************************

      *------------------------
       3000-UPDATE-PREFERENCES.
      *------------------------

           PERFORM  MKPW-3000-OPEN-INPUT
               THRU MKPW-3000-OPEN-INPUT-X.

           PERFORM  MKPM-3000-OPEN-INPUT
               THRU MKPM-3000-OPEN-INPUT-X.

           PERFORM  MKPN-4000-OPEN-OUTPUT
               THRU MKPN-4000-OPEN-OUTPUT-X.

           PERFORM  MKSF-4000-OPEN-OUTPUT
               THRU MKSF-4000-OPEN-OUTPUT-X.

           PERFORM  3010-READ-MKPW
               THRU 3010-READ-MKPW-X.
           PERFORM  3020-READ-MKPM
               THRU 3020-READ-MKPM-X.

           PERFORM  3100-PROCESS-KEY
               THRU 3100-PROCESS-KEY-X
               UNTIL WS-MKPW-KEY = HIGH-VALUES
               AND   WS-MKPM-KEY = HIGH-VALUES.

           PERFORM  MKPW-5000-CLOSE
               THRU MKPW-5000-CLOSE-X.

           PERFORM  MKPM-5000-CLOSE
               THRU MKPM-5000-CLOSE-X.

           PERFORM  MKPN-5000-CLOSE
               THRU MKPN-5000-CLOSE-X.

           PERFORM  MKSF-5000-CLOSE
               THRU MKSF-5000-CLOSE-X.

       3000-UPDATE-PREFERENCES-X.
           EXIT.
      /
      *---------------
       3010-READ-MKPW.
      *---------------

           PERFORM  MKPW-1000-READ
               THRU MKPW-1000-READ-X.

           IF   WMKPW-SEQ-IO-EOF
                MOVE HIGH-VALUES       TO WS-MKPW-KEY
           ELSE
                ADD  1                 TO WS-MKPW-REC-READ
                MOVE RMKPW-KEY         TO WS-MKPW-KEY
           END-IF.

       3010-READ-MKPW-X.
           EXIT.
      /
      *---------------
       3020-READ-MKPM.
      *---------------

           PERFORM  MKPM-1000-READ
               THRU MKPM-1000-READ-X.

           IF   WMKPM-SEQ-IO-EOF
                MOVE HIGH-VALUES       TO WS-MKPM-KEY
           ELSE
                ADD  1                 TO WS-MKPM-REC-READ
                MOVE RMKPM-KEY         TO WS-MKPM-KEY
           END-IF.

       3020-READ-MKPM-X.
           EXIT.
      /
      *-----------------
       3100-PROCESS-KEY.
      *-----------------

           IF   WS-MKPM-KEY            < WS-MKPW-KEY
                MOVE WS-MKPM-KEY       TO WS-CUR-KEY
           ELSE
                MOVE WS-MKPW-KEY       TO WS-CUR-KEY
           END-IF.

           MOVE SPACES                 TO WS-CUR-PREF-INFO.
           SET  WS-NOT-ON-FILE         TO TRUE.

           IF   WS-MKPM-KEY            = WS-CUR-KEY
                SET  WS-ON-FILE        TO TRUE
                MOVE RMKPM-CLI-SUR-NM  TO WS-CUR-CLI-SUR-NM
                MOVE RMKPM-CLI-GIV-NM  TO WS-CUR-CLI-GIV-NM
                MOVE RMKPM-CLI-BTH-DT  TO WS-CUR-CLI-BTH-DT
                MOVE RMKPM-CLI-PSTL-CD TO WS-CUR-CLI-PSTL-CD
                MOVE RMKPM-CNSNT-PREF  TO WS-CUR-CNSNT-PREF
                MOVE RMKPM-CNSNT-DT    TO WS-CUR-CNSNT-DT
                MOVE RMKPM-LAST-UPDT-DT
                                       TO WS-CUR-LAST-UPDT-DT
                PERFORM  3020-READ-MKPM
                    THRU 3020-READ-MKPM-X
           END-IF.

           MOVE WS-CUR-CNSNT-PREF      TO WS-OLD-CNSNT-PREF.

           PERFORM  3200-APPLY-APPLICATION
               THRU 3200-APPLY-APPLICATION-X
               UNTIL WS-MKPW-KEY NOT = WS-CUR-KEY.

           IF   WS-ON-FILE
           AND  WS-CUR-CNSNT-PREF      = WS-OLD-CNSNT-PREF
                GO TO 3100-PROCESS-KEY-W
           END-IF.

           MOVE WS-RUN-DT-CCYYMMDD     TO WS-CUR-LAST-UPDT-DT.

           PERFORM  3400-WRITE-FEED
               THRU 3400-WRITE-FEED-X.

       3100-PROCESS-KEY-W.

           MOVE SPACES                 TO RMKPM-SEQ-REC-INFO.
           MOVE WS-CUR-KEY             TO RMKPM-KEY.
           MOVE WS-CUR-CLI-SUR-NM      TO RMKPM-CLI-SUR-NM.
           MOVE WS-CUR-CLI-GIV-NM      TO RMKPM-CLI-GIV-NM.
           MOVE WS-CUR-CLI-BTH-DT      TO RMKPM-CLI-BTH-DT.
           MOVE WS-CUR-CLI-PSTL-CD     TO RMKPM-CLI-PSTL-CD.
           MOVE WS-CUR-CNSNT-PREF      TO RMKPM-CNSNT-PREF.
           MOVE WS-CUR-CNSNT-DT        TO RMKPM-CNSNT-DT.
           MOVE WS-CUR-LAST-UPDT-DT    TO RMKPM-LAST-UPDT-DT.
           MOVE RMKPM-SEQ-REC-INFO     TO RMKPN-SEQ-REC-INFO.

           PERFORM  MKPN-2000-WRITE
               THRU MKPN-2000-WRITE-X.

           ADD  1                      TO WS-MKPN-REC-WRITTEN.

       3100-PROCESS-KEY-X.
           EXIT.
      /
      *-----------------------
       3200-APPLY-APPLICATION.
      *-----------------------

      *
      * THE NAME, BIRTH DATE AND POSTAL CODE ARE TAKEN FROM THE
      * LATEST APPLICATION.  EACH CHANNEL KEEPS THE STRICTER OF THE
      * PREFERENCE HELD AND THE ONE ON THE APPLICATION.
      *
           MOVE RMKPW-CLI-SUR-NM       TO WS-CUR-CLI-SUR-NM.
           MOVE RMKPW-CLI-GIV-NM       TO WS-CUR-CLI-GIV-NM.
           IF   RMKPW-CLI-BTH-DT       > SPACES
                MOVE RMKPW-CLI-BTH-DT  TO WS-CUR-CLI-BTH-DT
           END-IF.
           IF   RMKPW-CLI-PSTL-CD      > SPACES
                MOVE RMKPW-CLI-PSTL-CD TO WS-CUR-CLI-PSTL-CD
           END-IF.
           MOVE RMKPW-APP-ID           TO WS-CUR-APP-ID.

           MOVE WS-CUR-CNSNT-PREF      TO WS-BEFORE-CNSNT-PREF.
           MOVE RMKPW-CNSNT-PREF       TO WS-APP-CNSNT-PREF.
           MOVE 'N'                    TO WS-STRICT-KEPT-SW.

           PERFORM  3300-STRICTER-CHANNEL
               THRU 3300-STRICTER-CHANNEL-X
               VARYING WS-CHNL-SUB FROM 1 BY 1
               UNTIL   WS-CHNL-SUB > 4.

           IF   WS-CUR-CNSNT-PREF      NOT = WS-BEFORE-CNSNT-PREF
                MOVE RMKPW-CNSNT-DT    TO WS-CUR-CNSNT-DT
           END-IF.

           IF   WS-STRICT-KEPT
                ADD  1                 TO WS-STRICT-KEPT-CNT
      *MSG: APP @1 KEY @2 ASKED @3 - STRICTER @4 ON FILE KEPT
                MOVE 'AS95300002'      TO WGLOB-MSG-REF-INFO
                MOVE RMKPW-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-CUR-KEY        TO WGLOB-MSG-PARM (2)
                MOVE WS-APP-CNSNT-PREF TO WGLOB-MSG-PARM (3)
                MOVE WS-BEFORE-CNSNT-PREF
                                       TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  3010-READ-MKPW
               THRU 3010-READ-MKPW-X.

       3200-APPLY-APPLICATION-X.
           EXIT.
      /
      *----------------------
       3300-STRICTER-CHANNEL.
      *----------------------

      *
      * DO NOT CONTACT (N) OVER CONSENT (Y) OVER NOT ANSWERED (BLANK).
      *
           IF   WS-APP-CNSNT-IND (WS-CHNL-SUB) = SPACE
           OR   WS-CUR-CNSNT-IND (WS-CHNL-SUB) = 'N'
                IF   WS-APP-CNSNT-IND (WS-CHNL-SUB) = 'Y'
                     SET  WS-STRICT-KEPT
                                       TO TRUE
                END-IF
                GO TO 3300-STRICTER-CHANNEL-X
           END-IF.

           IF   WS-APP-CNSNT-IND (WS-CHNL-SUB) = 'N'
           OR   WS-CUR-CNSNT-IND (WS-CHNL-SUB) = SPACE
                MOVE WS-APP-CNSNT-IND (WS-CHNL-SUB)
                                       TO WS-CUR-CNSNT-IND
                                          (WS-CHNL-SUB)
           END-IF.

       3300-STRICTER-CHANNEL-X.
           EXIT.
      /
      *----------------
       3400-WRITE-FEED.
      *----------------

           MOVE SPACES                 TO RMKSF-SEQ-REC-INFO.

           IF   WS-ON-FILE
                SET  RMKSF-ACTN-CHG    TO TRUE
                ADD  1                 TO WS-PREF-CHG-CNT
           ELSE
                SET  RMKSF-ACTN-NEW    TO TRUE
                ADD  1                 TO WS-PREF-NEW-CNT
           END-IF.

           MOVE WS-CUR-KEY             TO RMKSF-KEY.
           MOVE WS-CUR-APP-ID          TO RMKSF-APP-ID.
           MOVE WS-CUR-CLI-SUR-NM      TO RMKSF-CLI-SUR-NM.
           MOVE WS-CUR-CLI-GIV-NM      TO RMKSF-CLI-GIV-NM.
           MOVE WS-CUR-CLI-BTH-DT      TO RMKSF-CLI-BTH-DT.
           MOVE WS-CUR-CLI-PSTL-CD     TO RMKSF-CLI-PSTL-CD.
           MOVE WS-CUR-CNSNT-PREF      TO RMKSF-CNSNT-PREF.
           MOVE WS-CUR-CNSNT-DT        TO RMKSF-CNSNT-DT.
           MOVE WS-RUN-DT-CCYYMMDD     TO RMKSF-EFF-DT.

           PERFORM  MKSF-2000-WRITE
               THRU MKSF-2000-WRITE-X.

       3400-WRITE-FEED-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

           IF   WS-RUN-MODE-EXTRACT
      *MSG: UPLOADS @1 - IN SCOPE @2 - MATCH TRIED @3 - MATCHED @4 -
      *     CONSENT ROWS @5
                MOVE 'AS95300003'      TO WGLOB-MSG-REF-INFO
                MOVE WS-RUPOL-REC-READ TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                MOVE WS-APP-IN-SCOPE-CNT
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                MOVE WS-CLI-MATCH-TRIED
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                MOVE WS-CLI-MATCHED-CNT
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (4)
                MOVE WS-MKPW-REC-WRITTEN
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (5)
           ELSE
      *MSG: ON FILE @1 - APPLICATIONS @2 - NEW @3 - CHANGED @4 -
      *     STRICTER KEPT @5
                MOVE 'AS95300004'      TO WGLOB-MSG-REF-INFO
                MOVE WS-MKPM-REC-READ  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                MOVE WS-MKPW-REC-READ  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                MOVE WS-PREF-NEW-CNT   TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                MOVE WS-PREF-CHG-CNT   TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (4)
                MOVE WS-STRICT-KEPT-CNT
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (5)
           END-IF.

           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *****************************************************************
      * CALLED MODULE LINKAGE                                         *
      *****************************************************************

       COPY ACPL2130.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPARUPL.
       COPY ACPNRUPL.
       COPY ACPORUPL.
       COPY ACPLRUPL.
      /
       COPY ACPAUCLI.
       COPY ACPNUCLI.
       COPY ACPOUCLI.
       COPY ACPLUCLI.
      /
       COPY ACPIMKPW.
      /
       COPY ACPIMKPM.
      /
       COPY ACPIMKPN.
      /
       COPY ACPIMKSF.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9530                     **
      *****************************************************************
