      *****************************************************************
      **  MEMBER :  ACPICCAR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CARD AUTHORIZATION RESULT FILE                   **
      **            RETURNED BY THE PAYMENT GATEWAY                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CCAR-1000-READ.
      *---------------

           MOVE ZERO                   TO WCCAR-SEQ-IO-STATUS.

           READ CCAR-DATA-FILE
                AT END
                MOVE '08'            TO WCCAR-SEQ-IO-STATUS
                GO TO CCAR-1000-READ-X.

           IF  RCCAR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCCAR-SEQ-IO-STATUS
           END-IF.

           IF  WCCAR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCAR-9000-HANDLE-ERROR
                   THRU CCAR-9000-HANDLE-ERROR-X
           END-IF.

       CCAR-1000-READ-X.
           EXIT.
      /
      *---------------------
       CCAR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCCAR-SEQ-IO-STATUS.

           OPEN INPUT CCAR-DATA-FILE.

           IF  WCCAR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCAR-9000-HANDLE-ERROR
                   THRU CCAR-9000-HANDLE-ERROR-X
           END-IF.

       CCAR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CCAR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCCAR-SEQ-IO-STATUS.

           CLOSE CCAR-DATA-FILE.

           IF  WCCAR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCAR-9000-HANDLE-ERROR
                   THRU CCAR-9000-HANDLE-ERROR-X
           END-IF.

       CCAR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CCAR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCCAR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCCAR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCCAR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CCAR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICCAR                    **
      *****************************************************************
