      *****************************************************************
      **  MEMBER :  ACPIAGRH                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            AGENT REASSIGNMENT HISTORY - ALL                 **
      **            REASSIGNMENTS MADE BY THE ORPHANED-AGENT SWEEP   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       AGRH-1000-READ.
      *---------------

           MOVE ZERO                   TO WAGRH-SEQ-IO-STATUS.

           READ AGRH-DATA-FILE
                AT END
                MOVE '08'            TO WAGRH-SEQ-IO-STATUS
                GO TO AGRH-1000-READ-X.

           IF  RAGRH-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WAGRH-SEQ-IO-STATUS
           END-IF.

           IF  WAGRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRH-9000-HANDLE-ERROR
                   THRU AGRH-9000-HANDLE-ERROR-X
           END-IF.

       AGRH-1000-READ-X.
           EXIT.
      /
      *---------------------
       AGRH-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WAGRH-SEQ-IO-STATUS.

           OPEN INPUT AGRH-DATA-FILE.

           IF  WAGRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRH-9000-HANDLE-ERROR
                   THRU AGRH-9000-HANDLE-ERROR-X
           END-IF.

       AGRH-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       AGRH-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WAGRH-SEQ-IO-STATUS.

           CLOSE AGRH-DATA-FILE.

           IF  WAGRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRH-9000-HANDLE-ERROR
                   THRU AGRH-9000-HANDLE-ERROR-X
           END-IF.

       AGRH-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       AGRH-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WAGRH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAGRH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAGRH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       AGRH-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIAGRH                    **
      *****************************************************************
