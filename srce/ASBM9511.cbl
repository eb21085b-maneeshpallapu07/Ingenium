      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9511.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9511                                         **
      **  REMARKS:  RETURNED-MAIL PROCESSING.  CHASE LETTERS, ISSUE  **
      **            CONFIRMATIONS AND POLICY KITS RETURNED           **
      **            UNDELIVERABLE WERE LOGGED ON PAPER IN THE        **
      **            MAILROOM AND THE NEXT LETTER WENT TO THE SAME    **
      **            BAD ADDRESS.  THIS PROGRAM READS THE RTMI        **
      **            RETURNED-MAIL FILE FROM THE PRINT/MAIL VENDOR    **
      **            AND MATCHES EACH PIECE TO ITS APPLICATION BY APP **
      **            ID, OR BY POLICY NUMBER WHEN THE APP ID IS       **
      **            MISSING OR UNKNOWN.  FOR EVERY MATCH THE UPLOAD  **
      **            POLICY ROW'S ADDRESS CONFIRMED INDICATOR IS SET  **
      **            BACK TO 'N' AND A ROW IS ADDED TO THE RMHL       **
      **            RETURNED-MAIL HOLD FILE.  AN UNCLEARED RMHL ROW  **
      **            STOPS FURTHER LETTERS TO THE APPLICATION         **
      **            (ASBM9421) AND IS MERGED INTO THE CONSOLIDATED   **
      **            WORK QUEUE (ASBM9428) AS AN 'RM' ITEM FOR THE    **
      **            SERVICING BRANCH TO CORRECT THE ADDRESS.  A      **
      **            PIECE MATCHING NO APPLICATION IS REPORTED AND    **
      **            ENDS THE STEP RC 4.                              **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSRTMI.
       COPY ACSSRMHL.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDRTMI.

       COPY ACSRRTMI.

       COPY ACSDRMHL.

       COPY ACSRRMHL.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9511'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RTMI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-MATCH-APP-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-MATCH-POL-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-NO-MATCH-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-RMHL-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-MATCH-SW                  PIC X(01).
               88  WS-MATCH-BY-APP                VALUE 'A'.
               88  WS-MATCH-BY-POL                VALUE 'P'.
               88  WS-MATCH-NONE                  VALUE 'N'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRTMI.
       COPY ACSWRMHL.
      /
       COPY ACFRUPOL.

       COPY ACFWUPOL.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  FILLER                  PIC X(28).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  RTMI-1000-READ
               THRU RTMI-1000-READ-X.

           PERFORM  1000-PROCESS-RETURN
               THRU 1000-PROCESS-RETURN-X
               UNTIL WRTMI-SEQ-IO-EOF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-MATCH-CNT        > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  RTMI-3000-OPEN-INPUT
               THRU RTMI-3000-OPEN-INPUT-X.

      * THE HOLD FILE IS CUMULATIVE - EACH RUN'S RETURNS ARE ADDED
      * BEHIND THE ROWS ALREADY ON FILE.

           PERFORM  RMHL-6000-OPEN-EXTEND
               THRU RMHL-6000-OPEN-EXTEND-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *--------------------
       1000-PROCESS-RETURN.
      *--------------------

           ADD  1                      TO WS-RTMI-REC-READ.

           PERFORM  2000-MATCH-APPLICATION
               THRU 2000-MATCH-APPLICATION-X.

           IF   WS-MATCH-NONE
                ADD  1                 TO WS-NO-MATCH-CNT
      *MSG: RETURNED MAIL REF @1 MATCHES NO APPLICATION - APP @2 POL @3
                MOVE 'AS95110002'      TO WGLOB-MSG-REF-INFO
                MOVE RRTMI-VNDR-REF-NUM
                                       TO WGLOB-MSG-PARM (1)
                MOVE RRTMI-APP-ID      TO WGLOB-MSG-PARM (2)
                MOVE RRTMI-POL-ID      TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1000-PROCESS-RETURN-R
           END-IF.

           IF   WS-MATCH-BY-APP
                ADD  1                 TO WS-MATCH-APP-CNT
           ELSE
                ADD  1                 TO WS-MATCH-POL-CNT
           END-IF.

           PERFORM  3000-UNCONFIRM-ADDRESS
               THRU 3000-UNCONFIRM-ADDRESS-X.

           PERFORM  3100-WRITE-RMHL-REC
               THRU 3100-WRITE-RMHL-REC-X.

      *MSG: ADDRESS UNCONFIRMED FOR APP @1 BRANCH @2 - MAIL RETURNED @3
           MOVE 'AS95110003'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           MOVE RUPOL-BR-NUM           TO WGLOB-MSG-PARM (2).
           MOVE RRTMI-RTRN-REASN-CD    TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       1000-PROCESS-RETURN-R.

           PERFORM  RTMI-1000-READ
               THRU RTMI-1000-READ-X.

       1000-PROCESS-RETURN-X.
           EXIT.
      /
      *-----------------------
       2000-MATCH-APPLICATION.
      *-----------------------

      * THE APP ID FROM THE MERGE RECORD IS TRIED FIRST.  A POLICY KIT
      * MAY COME BACK WITH ONLY THE POLICY NUMBER, AND AN APP ID
      * MIS-KEYED BY THE VENDOR IS RETRIED ON THE POLICY NUMBER.

           SET  WS-MATCH-NONE          TO TRUE.

           IF   RRTMI-APP-ID           = SPACES
                GO TO 2000-MATCH-BY-POLICY
           END-IF.

           MOVE RRTMI-APP-ID           TO WUPOL-APP-ID.
           PERFORM  UPOL-1000-READ
               THRU UPOL-1000-READ-X.

           IF   WUPOL-IO-ERROR
                GO TO 2000-MATCH-ERROR
           END-IF.

           IF   WUPOL-IO-OK
                SET  WS-MATCH-BY-APP   TO TRUE
                GO TO 2000-MATCH-APPLICATION-X
           END-IF.

       2000-MATCH-BY-POLICY.

           IF   RRTMI-POL-ID           = SPACES
                GO TO 2000-MATCH-APPLICATION-X
           END-IF.

           MOVE RRTMI-POL-ID           TO RUPOL-POL-ID.
           PERFORM  UPOL-5000-FIND-APP-BY-POL
               THRU UPOL-5000-FIND-APP-BY-POL-X.

           IF   WUPOL-IO-ERROR
                GO TO 2000-MATCH-ERROR
           END-IF.

           IF   WUPOL-IO-NOT-FOUND
                GO TO 2000-MATCH-APPLICATION-X
           END-IF.

           PERFORM  UPOL-1000-READ
               THRU UPOL-1000-READ-X.

           IF   WUPOL-IO-ERROR
                GO TO 2000-MATCH-ERROR
           END-IF.

           IF   WUPOL-IO-OK
                SET  WS-MATCH-BY-POL   TO TRUE
           END-IF.

           GO TO 2000-MATCH-APPLICATION-X.

       2000-MATCH-ERROR.

      *MSG: UPLOAD POLICY ROW ACCESS FAILED FOR APP @1 - PROGRAM ABENDED
           MOVE 'AS95110004'           TO WGLOB-MSG-REF-INFO.
           MOVE WUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.
           PERFORM  0030-5000-LOGIC-ERROR
               THRU 0030-5000-LOGIC-ERROR-X.

       2000-MATCH-APPLICATION-X.
           EXIT.
      /
      *-----------------------
       3000-UNCONFIRM-ADDRESS.
      *-----------------------

      * THE ADDRESS GOES BACK TO UNCONFIRMED EXACTLY AS AN UNCONFIRMED
      * ADDRESS ARRIVES AT INTAKE.  A FAILED UPDATE ABENDS THE RUN SO
      * DB2 ROLLS BACK AND THE RERUN REPROCESSES THE WHOLE FILE.

           SET  RUPOL-ADDR-CNFRM-NO    TO TRUE.
           MOVE RUPOL-APP-ID           TO WUPOL-APP-ID.

           PERFORM  UPOL-6000-UPDATE-ADDR-CNFRM
               THRU UPOL-6000-UPDATE-ADDR-CNFRM-X.

           IF   NOT WUPOL-IO-OK
      *MSG: UPLOAD POLICY ROW ACCESS FAILED FOR APP @1 - PROGRAM ABENDED
                MOVE 'AS95110004'      TO WGLOB-MSG-REF-INFO
                MOVE WUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       3000-UNCONFIRM-ADDRESS-X.
           EXIT.
      /
      *--------------------
       3100-WRITE-RMHL-REC.
      *--------------------

           MOVE SPACES                 TO RRMHL-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RRMHL-APP-ID.
           MOVE RUPOL-POL-ID           TO RRMHL-POL-ID.
           MOVE RUPOL-BR-NUM           TO RRMHL-BR-NUM.
           MOVE RUPOL-SO-NUM           TO RRMHL-SO-NUM.
           MOVE RRTMI-LETTER-TYP-CD    TO RRMHL-LETTER-TYP-CD.
           MOVE RRTMI-RTRN-REASN-CD    TO RRMHL-RTRN-REASN-CD.
           MOVE RRTMI-RTRN-DT          TO RRMHL-RTRN-DT.
           MOVE RRTMI-PSTL-CD          TO RRMHL-PSTL-CD.
           MOVE RRTMI-ADDR-LN-TXT      TO RRMHL-ADDR-LN-TXT.
           MOVE RRTMI-VNDR-REF-NUM     TO RRMHL-VNDR-REF-NUM.
           MOVE WS-RUN-DT-CCYYMMDD     TO RRMHL-DETECT-DT.
           SET  RRMHL-NOT-CLEARED      TO TRUE.

           PERFORM  RMHL-2000-WRITE
               THRU RMHL-2000-WRITE-X.

           ADD  1                      TO WS-RMHL-REC-WRITTEN.

       3100-WRITE-RMHL-REC-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: RETURNED @1, MATCHED BY APP @2, BY POLICY @3, UNMATCHED @4
           MOVE 'AS95110001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RTMI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-MATCH-APP-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-MATCH-POL-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-NO-MATCH-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RETURNED-MAIL HOLDS WRITTEN @1
           MOVE 'AS95110005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RMHL-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RTMI-5000-CLOSE
               THRU RTMI-5000-CLOSE-X.

           PERFORM  RMHL-5000-CLOSE
               THRU RMHL-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIRTMI.
      /
       COPY ACPIRMHL.
      /
       COPY ACPNUPOL.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9511                     **
      *****************************************************************
