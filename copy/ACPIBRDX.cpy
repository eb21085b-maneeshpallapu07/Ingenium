      *****************************************************************
      **  MEMBER :  ACPIBRDX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MONTHLY REINSURANCE PREMIUM BORDEREAU - ONE      **
      **            DETAIL PER CEDED COVERAGE SHARE AND ONE TOTAL    **
      **            PER REINSURER AND TREATY                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       BRDX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WBRDX-SEQ-IO-STATUS.

           WRITE RBRDX-SEQ-REC-INFO.

           IF  WBRDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  BRDX-9000-HANDLE-ERROR
                   THRU BRDX-9000-HANDLE-ERROR-X
           END-IF.

       BRDX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       BRDX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WBRDX-SEQ-IO-STATUS.

           OPEN OUTPUT BRDX-DATA-FILE.

           IF  WBRDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  BRDX-9000-HANDLE-ERROR
                   THRU BRDX-9000-HANDLE-ERROR-X
           END-IF.

       BRDX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       BRDX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WBRDX-SEQ-IO-STATUS.

           CLOSE BRDX-DATA-FILE.

           IF  WBRDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  BRDX-9000-HANDLE-ERROR
                   THRU BRDX-9000-HANDLE-ERROR-X
           END-IF.

       BRDX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       BRDX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WBRDX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WBRDX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WBRDX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       BRDX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIBRDX                    **
      *****************************************************************
