      *****************************************************************
      **  MEMBER :  ACPICOFA                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            COUNTER-OFFER RESPONSE FILE                      **
      **            (SIGNED ACCEPTANCE OR REFUSAL OF                 **
      **            A RATED OR MODIFIED OFFER)                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       COFA-1000-READ.
      *---------------

           MOVE ZERO                   TO WCOFA-SEQ-IO-STATUS.

           READ COFA-DATA-FILE
                AT END
                MOVE '08'            TO WCOFA-SEQ-IO-STATUS
                GO TO COFA-1000-READ-X.

           IF  RCOFA-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCOFA-SEQ-IO-STATUS
           END-IF.

           IF  WCOFA-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFA-9000-HANDLE-ERROR
                   THRU COFA-9000-HANDLE-ERROR-X
           END-IF.

       COFA-1000-READ-X.
           EXIT.
      /
      *---------------------
       COFA-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCOFA-SEQ-IO-STATUS.

           OPEN INPUT COFA-DATA-FILE.

           IF  WCOFA-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFA-9000-HANDLE-ERROR
                   THRU COFA-9000-HANDLE-ERROR-X
           END-IF.

       COFA-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       COFA-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCOFA-SEQ-IO-STATUS.

           CLOSE COFA-DATA-FILE.

           IF  WCOFA-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFA-9000-HANDLE-ERROR
                   THRU COFA-9000-HANDLE-ERROR-X
           END-IF.

       COFA-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       COFA-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCOFA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOFA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOFA-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       COFA-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICOFA                    **
      *****************************************************************
