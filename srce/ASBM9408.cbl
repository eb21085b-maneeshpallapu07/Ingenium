      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
35248C**  09AUG26  DEV    NEW PROGRAM                                **
317846**  15OCT26  DEV    SALES OFFICE SUBTOTALS RESOLVE THE OFFICE  **
317846**                  THROUGH THE SOHR HIERARCHY (ASRUSOHR) AS   **
317846**                  OF THE APPLICATION DATE - A MERGED OFFICE  **
317846**                  COUNTS UNDER ITS SURVIVOR, AND EACH OFFICE **
317846**                  SUBTOTAL CARRIES ITS BRANCH AND REGION     **
      *****************************************************************

      **********************

       01  WS-WORK-AREA.
           05  WS-APP-SALES-OFFICE          PIC X(03).
317846     05  WS-APP-BR-NUM                PIC X(03).
317846     05  WS-APP-RGN-CD                PIC X(03).
           05  WS-CLI-ROW-COUNT             PIC S9(05) COMP-3.
           05  WS-APP-REPL-SW               PIC X(01).
               88  WS-APP-IS-REPL                  VALUE 'Y'.
               10  WS-SO-SUMM-ENTRY         OCCURS 20 TIMES
                                             INDEXED BY WS-SO-IDX.
                   15  WS-SO-SUMM-OFFICE    PIC X(03).
317846             15  WS-SO-SUMM-BR-NUM    PIC X(03).
317846             15  WS-SO-SUMM-RGN-CD    PIC X(03).
                   15  WS-SO-SUMM-REPL-CNT  PIC 9(05)  COMP-3.

317846 COPY ACWLSOHR.
      /
       COPY XCWTFCMD.
      /

           ADD  1                      TO WS-REPL-APP-COUNT.

317846     PERFORM  3100-RESOLVE-OFFICE
317846         THRU 3100-RESOLVE-OFFICE-X.

      *MSG: REPLACEMENT-INSURANCE DISCLOSURE ON APP @1, REP @2, SO @3
           MOVE 'AS94080001'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).

       3000-REPORT-REPLACEMENT-X.
           EXIT.
317846/
317846*---------------------------
317846 3100-RESOLVE-OFFICE.
317846*---------------------------

317846* THE OFFICE AS KEYED IS RESOLVED THROUGH THE SOHR HIERARCHY AS
317846* OF THE APPLICATION DATE (THE UPLOAD DATE WHEN THERE IS NONE),
317846* SO A MERGED OFFICE'S BUSINESS COUNTS UNDER ITS SURVIVOR.  AN
317846* OFFICE NOT ON THE HIERARCHY IS REPORTED UNDER THE OFFICE AS
317846* KEYED WITH NO REGION.

317846     MOVE WS-APP-SALES-OFFICE    TO LSOHR-SO-NUM.
317846     MOVE RUPOL-BR-NUM           TO LSOHR-BR-NUM.
317846     IF   RUPOL-APP-RPT-DT       > SPACES
317846          MOVE RUPOL-APP-RPT-DT  TO LSOHR-AS-OF-DT
317846     ELSE
317846          MOVE RUPOL-APP-UPLD-DT TO LSOHR-AS-OF-DT
317846     END-IF.

317846     CALL 'ASRUSOHR' USING WGLOB-GLOBAL-AREA
317846                           LSOHR-PARM-AREA.

317846     MOVE LSOHR-NEW-SO-NUM       TO WS-APP-SALES-OFFICE.
317846     MOVE LSOHR-NEW-BR-NUM       TO WS-APP-BR-NUM.
317846     MOVE LSOHR-RGN-CD           TO WS-APP-RGN-CD.

317846     IF   LSOHR-NOT-ON-HIER
317846     OR   LSOHR-MERGE-TARGET-BAD
317846*MSG: SALES OFFICE @1 ON APP @2 NOT RESOLVED ON THE HIERARCHY
317846          MOVE 'AS94080006'      TO WGLOB-MSG-REF-INFO
317846          MOVE LSOHR-SO-NUM      TO WGLOB-MSG-PARM (1)
317846          MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (2)
317846          PERFORM  0260-1000-GENERATE-MESSAGE
317846              THRU 0260-1000-GENERATE-MESSAGE-X
317846     END-IF.

317846 3100-RESOLVE-OFFICE-X.
317846     EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
       5200-PRINT-SO-SUBTOTAL.
      *--------------------------

317846*MSG: REPLACEMENT DISCLOSURES FOR SALES OFFICE @1 - COUNT @2
317846*     (BRANCH @3, REGION @4)
           MOVE 'AS94080005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-SO-SUMM-OFFICE (WS-SO-IDX)
                                       TO WGLOB-MSG-PARM (1).
           MOVE WS-SO-SUMM-REPL-CNT (WS-SO-IDX)
                                       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
317846     MOVE WS-SO-SUMM-BR-NUM (WS-SO-IDX)
317846                                 TO WGLOB-MSG-PARM (3).
317846     MOVE WS-SO-SUMM-RGN-CD (WS-SO-IDX)
317846                                 TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

               MOVE WS-APP-SALES-OFFICE
                                       TO WS-SO-SUMM-OFFICE
                                          (WS-SO-SUMM-CNT)
317846         MOVE WS-APP-BR-NUM      TO WS-SO-SUMM-BR-NUM
317846                                    (WS-SO-SUMM-CNT)
317846         MOVE WS-APP-RGN-CD      TO WS-SO-SUMM-RGN-CD
317846                                    (WS-SO-SUMM-CNT)
               MOVE ZERO               TO WS-SO-SUMM-REPL-CNT
                                          (WS-SO-SUMM-CNT)
               SET  WS-SO-IDX          TO WS-SO-SUMM-CNT
