882410**  23AUG26  DEV    PENDING-SET OVERFLOW NOW ENDS RC 8 - A     **
882410**                  SILENTLY GREEN WATCH MISSES THE VERY       **
882410**                  BIRTHDAY CASES THE REPORT EXISTS TO CATCH  **
317846**  15OCT26  DEV    THE PENDING APPLICATION'S SALES OFFICE IS  **
317846**                  RESOLVED THROUGH THE SOHR HIERARCHY        **
317846**                  (ASRUSOHR) AS OF THE APPLICATION DATE, SO  **
317846**                  A MERGED OFFICE'S CASES GO TO ITS          **
317846**                  SURVIVOR; THE REGION IS CARRIED ON SAGX    **
      *****************************************************************

      **********************
               10  WS-PEND-ENTRY            OCCURS 20000 TIMES.
                   15  WS-PEND-APP-ID       PIC X(15).
                   15  WS-PEND-SO-NUM       PIC X(03).
317846             15  WS-PEND-RGN-CD       PIC X(03).
                   15  WS-PEND-REP-NUM      PIC X(06).
           05  WS-PEND-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-PEND-OVERFLOW         VALUE 'Y'.
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWSAGX.

317846 COPY ACWLSOHR.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
                     ADD  1            TO WS-PEND-CNT
                     MOVE RUPOL-APP-ID TO
                          WS-PEND-APP-ID (WS-PEND-CNT)
317846               PERFORM  1100-RESOLVE-OFFICE
317846                   THRU 1100-RESOLVE-OFFICE-X
                     MOVE RUPOL-SALES-REP-NUM
                                       TO WS-PEND-REP-NUM (WS-PEND-CNT)
                ELSE

       1000-COLLECT-PENDING-X.
           EXIT.
317846/
317846*------------------------
317846 1100-RESOLVE-OFFICE.
317846*------------------------

317846* THE SALES OFFICE IS RESOLVED THROUGH THE SOHR HIERARCHY AS OF
317846* THE APPLICATION DATE (THE UPLOAD DATE WHEN THERE IS NONE) SO
317846* THE CASE GOES TO THE OFFICE THAT NOW OWNS IT.  AN OFFICE NOT
317846* ON THE HIERARCHY STAYS AS KEYED WITH NO REGION.

317846     MOVE RUPOL-SO-NUM           TO LSOHR-SO-NUM.
317846     MOVE RUPOL-BR-NUM           TO LSOHR-BR-NUM.
317846     IF   RUPOL-APP-RPT-DT       > SPACES
317846          MOVE RUPOL-APP-RPT-DT  TO LSOHR-AS-OF-DT
317846     ELSE
317846          MOVE RUPOL-APP-UPLD-DT TO LSOHR-AS-OF-DT
317846     END-IF.

317846     CALL 'ASRUSOHR' USING WGLOB-GLOBAL-AREA
317846                           LSOHR-PARM-AREA.

317846     MOVE LSOHR-NEW-SO-NUM       TO WS-PEND-SO-NUM (WS-PEND-CNT).
317846     MOVE LSOHR-RGN-CD           TO WS-PEND-RGN-CD (WS-PEND-CNT).

317846 1100-RESOLVE-OFFICE-X.
317846     EXIT.
      /
      *------------------------
       2000-CHECK-EACH-CLIENT.
                MOVE WS-BDAY-DT-ISO    TO RSAGX-NEXT-BDAY-DT
                MOVE WS-PEND-SO-NUM (WS-PEND-USE-SUB)
                                       TO RSAGX-SO-NUM
317846          MOVE WS-PEND-RGN-CD (WS-PEND-USE-SUB)
317846                                 TO RSAGX-RGN-CD
                MOVE WS-PEND-REP-NUM (WS-PEND-USE-SUB)
                                       TO RSAGX-SALES-REP-NUM
                PERFORM  SAGX-1000-WRITE
