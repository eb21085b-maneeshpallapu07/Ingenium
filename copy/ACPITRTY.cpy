      *****************************************************************
      **  MEMBER :  ACPITRTY                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            REINSURANCE TREATY MASTER - THE TREATY SHARES    **
      **            EACH PLAN'S AUTOMATIC CESSIONS ARE PLACED WITH   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       TRTY-1000-READ.
      *---------------

           MOVE ZERO                   TO WTRTY-SEQ-IO-STATUS.

           READ TRTY-DATA-FILE
                AT END
                MOVE '08'            TO WTRTY-SEQ-IO-STATUS
                GO TO TRTY-1000-READ-X.

           IF  RTRTY-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WTRTY-SEQ-IO-STATUS
           END-IF.

           IF  WTRTY-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRTY-9000-HANDLE-ERROR
                   THRU TRTY-9000-HANDLE-ERROR-X
           END-IF.

       TRTY-1000-READ-X.
           EXIT.
      /
      *---------------------
       TRTY-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WTRTY-SEQ-IO-STATUS.

           OPEN INPUT TRTY-DATA-FILE.

           IF  WTRTY-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRTY-9000-HANDLE-ERROR
                   THRU TRTY-9000-HANDLE-ERROR-X
           END-IF.

       TRTY-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       TRTY-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTRTY-SEQ-IO-STATUS.

           CLOSE TRTY-DATA-FILE.

           IF  WTRTY-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRTY-9000-HANDLE-ERROR
                   THRU TRTY-9000-HANDLE-ERROR-X
           END-IF.

       TRTY-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       TRTY-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTRTY-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTRTY-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTRTY-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       TRTY-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITRTY                    **
      *****************************************************************
