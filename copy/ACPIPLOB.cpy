      *****************************************************************
      **  MEMBER :  ACPIPLOB                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            PLAN LINE-OF-BUSINESS MASTER - THE LINE OF       **
      **            BUSINESS AND GL PREMIUM INCOME ACCOUNT OF EACH   **
      **            PLAN                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       PLOB-1000-READ.
      *---------------

           MOVE ZERO                   TO WPLOB-SEQ-IO-STATUS.

           READ PLOB-DATA-FILE
                AT END
                MOVE '08'            TO WPLOB-SEQ-IO-STATUS
                GO TO PLOB-1000-READ-X.

           IF  RPLOB-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WPLOB-SEQ-IO-STATUS
           END-IF.

           IF  WPLOB-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PLOB-9000-HANDLE-ERROR
                   THRU PLOB-9000-HANDLE-ERROR-X
           END-IF.

       PLOB-1000-READ-X.
           EXIT.
      /
      *---------------------
       PLOB-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WPLOB-SEQ-IO-STATUS.

           OPEN INPUT PLOB-DATA-FILE.

           IF  WPLOB-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PLOB-9000-HANDLE-ERROR
                   THRU PLOB-9000-HANDLE-ERROR-X
           END-IF.

       PLOB-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       PLOB-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPLOB-SEQ-IO-STATUS.

           CLOSE PLOB-DATA-FILE.

           IF  WPLOB-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PLOB-9000-HANDLE-ERROR
                   THRU PLOB-9000-HANDLE-ERROR-X
           END-IF.

       PLOB-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PLOB-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPLOB-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPLOB-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPLOB-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PLOB-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPLOB                    **
      *****************************************************************
