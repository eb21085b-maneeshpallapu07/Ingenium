862394**  22AUG26  DEV    RC 8 WHEN THE IN-STORAGE MASTER TABLE      **
862394**                  OVERFLOWS SO THE SCHEDULER SEES THE RUN   **
862394**                  DID NOT COVER THE WORK                     **
418639**  15OCT26  DEV    REQUIREMENTS WAIVED ONLINE (TWAIV) ARE     **
418639**                  FULFILLED - NEWLY WAIVED ONES GO OUT AS    **
418639**                  SIRU 'W' RECORDS AND COUNT TOWARDS         **
418639**                  APPLICATION COMPLETENESS                   **
      *****************************************************************

      **********************
           05  WS-UNMATCHED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-COMPLETE-APP-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-AGED-REQT-CNT             PIC 9(07)  VALUE ZEROS.
418639     05  WS-WAIVED-CNT                PIC 9(07)  VALUE ZEROS.

      * IN-STORAGE SIR REQUIREMENT TABLE BUILT FROM THE SIRA AUDIT
      * EXTRACT - ONLY REQUIREMENTS ACTUALLY WRITTEN ARE LOADED.
           05  WS-APP-NEW-RECV-SW           PIC X(01).
               88  WS-APP-NEW-RECV                VALUE 'Y'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
418639     05  WS-RUN-DT-ISO                PIC X(10).
418639     05  WS-WAIV-ERR-SW               PIC X(01)  VALUE 'N'.
418639         88  WS-WAIV-ERROR                  VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWLABR.
       COPY ACSWSIRU.
      /
418639 COPY ACFWWAIV.
418639 COPY ACFRWAIV.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************
862394* A RUN THAT MATCHED NOTHING MUST NOT END CLEAN.
862394* SET LAST - A CALL RETURNING CLEAN WOULD RESET THE REGISTER.
862394     IF   WS-SIR-OVERFLOW
418639     OR   WS-WAIV-ERROR
862394          MOVE 8                 TO RETURN-CODE
862394     END-IF.


           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

418639     MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT-ISO (1:4).
418639     MOVE '-'                         TO WS-RUN-DT-ISO (5:1).
418639     MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT-ISO (6:2).
418639     MOVE '-'                         TO WS-RUN-DT-ISO (8:1).
418639     MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT-ISO (9:2).

           IF   LK-PARM-LEN                  > ZERO
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                              (WS-SIR-CNT)
                MOVE 'N'               TO WS-SIR-NEW-RECV-SW
                                              (WS-SIR-CNT)
418639          PERFORM  1200-CHECK-WAIVER
418639              THRU 1200-CHECK-WAIVER-X
           ELSE
                SET  WS-SIR-OVERFLOW   TO TRUE
      *MSG: SIR REQUIREMENT TABLE FULL - RUN INCOMPLETE - RC 8
       1100-LOAD-ONE-SIR-X.
           EXIT.
      /
418639*------------------
418639 1200-CHECK-WAIVER.
418639*------------------
      *
418639* A REQUIREMENT WAIVED ONLINE (ASOM2190) IS FULFILLED.  THE FIRST
418639* RUN AFTER THE WAIVER REPORTS IT ON THE SIRU EXTRACT AS A 'W'
418639* RECORD, LETS IT TRIGGER THE COMPLETENESS CHECK LIKE A NEW
418639* RECEIPT, AND STAMPS THE FEED DATE SO IT IS REPORTED ONCE.
      *
418639     MOVE WGLOB-COMPANY-CODE     TO WWAIV-CO-ID.
418639     MOVE RSIRA-APP-ID           TO WWAIV-APP-ID.
418639     MOVE RSIRA-REQIR-CODE       TO WWAIV-REQIR-CODE.
418639     SET  WWAIV-ENVRMNT-BATCH    TO TRUE.

418639     PERFORM  WAIV-1000-READ
418639         THRU WAIV-1000-READ-X.

418639     IF   NOT WWAIV-IO-OK
418639          GO TO 1200-CHECK-WAIVER-X
418639     END-IF.

418639     MOVE 'Y'                    TO WS-SIR-FULFILL-SW
418639                                        (WS-SIR-CNT).

418639     IF   RWAIV-FEED-DT      NOT = SPACES
418639          GO TO 1200-CHECK-WAIVER-X
418639     END-IF.

418639     ADD  1                      TO WS-WAIVED-CNT.
418639     MOVE 'Y'                    TO WS-SIR-NEW-RECV-SW
418639                                        (WS-SIR-CNT).

418639     MOVE SPACES                 TO RSIRU-SEQ-REC-INFO.
418639     SET  RSIRU-REC-TYP-WAIVED   TO TRUE.
418639     MOVE RWAIV-APP-ID           TO RSIRU-APP-ID.
418639     MOVE RWAIV-REQIR-CODE       TO RSIRU-REQIR-CODE.
418639     MOVE RWAIV-WAIV-DT (1:4)    TO RSIRU-RESULT-DT (1:4).
418639     MOVE RWAIV-WAIV-DT (6:2)    TO RSIRU-RESULT-DT (5:2).
418639     MOVE RWAIV-WAIV-DT (9:2)    TO RSIRU-RESULT-DT (7:2).

418639     PERFORM  SIRU-2000-WRITE
418639         THRU SIRU-2000-WRITE-X.

418639     MOVE WS-RUN-DT-ISO          TO RWAIV-FEED-DT.

418639     PERFORM  WAIV-2000-REWRITE
418639         THRU WAIV-2000-REWRITE-X.

418639     IF   NOT WWAIV-IO-OK
418639          SET  WS-WAIV-ERROR     TO TRUE
418639*MSG: WAIVER FEED DATE NOT SET FOR APP @1 REQT @2 - RC 8
418639          MOVE 'AS94300007'      TO WGLOB-MSG-REF-INFO
418639          MOVE RWAIV-APP-ID      TO WGLOB-MSG-PARM (1)
418639          MOVE RWAIV-REQIR-CODE  TO WGLOB-MSG-PARM (2)
418639          PERFORM  0260-1000-GENERATE-MESSAGE
418639              THRU 0260-1000-GENERATE-MESSAGE-X
418639     END-IF.

418639 1200-CHECK-WAIVER-X.
418639     EXIT.
      /
      *------------------------
       2000-MATCH-ONE-RESULT.
      *------------------------
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

418639*MSG: REQUIREMENTS NEWLY CLOSED BY ONLINE WAIVER @1
418639     MOVE WS-WAIVED-CNT              TO WGLOB-MSG-PARM (1).
418639     MOVE 'AS94300006'               TO WGLOB-MSG-REF-INFO.
418639     PERFORM  0260-1000-GENERATE-MESSAGE
418639         THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      /
       COPY ACPISIRU.
      /
418639 COPY ACPBWAIV.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************
