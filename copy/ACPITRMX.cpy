      *****************************************************************
      **  MEMBER :  ACPITRMX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            ORIGINAL-POLICY TERMINATION INSTRUCTION FEED     **
      **            WRITTEN BY ASBM9508 AND READ BACK BY ASBM9509    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       TRMX-1000-READ.
      *---------------

           MOVE ZERO                   TO WTRMX-SEQ-IO-STATUS.

           READ TRMX-DATA-FILE
                AT END
                MOVE '08'            TO WTRMX-SEQ-IO-STATUS
                GO TO TRMX-1000-READ-X.

           IF  RTRMX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WTRMX-SEQ-IO-STATUS
           END-IF.

           IF  WTRMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMX-9000-HANDLE-ERROR
                   THRU TRMX-9000-HANDLE-ERROR-X
           END-IF.

       TRMX-1000-READ-X.
           EXIT.
      /
      *----------------
       TRMX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WTRMX-SEQ-IO-STATUS.

           WRITE RTRMX-SEQ-REC-INFO.

           IF  WTRMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMX-9000-HANDLE-ERROR
                   THRU TRMX-9000-HANDLE-ERROR-X
           END-IF.

       TRMX-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       TRMX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WTRMX-SEQ-IO-STATUS.

           OPEN INPUT TRMX-DATA-FILE.

           IF  WTRMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMX-9000-HANDLE-ERROR
                   THRU TRMX-9000-HANDLE-ERROR-X
           END-IF.

       TRMX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       TRMX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WTRMX-SEQ-IO-STATUS.

           OPEN OUTPUT TRMX-DATA-FILE.

           IF  WTRMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMX-9000-HANDLE-ERROR
                   THRU TRMX-9000-HANDLE-ERROR-X
           END-IF.

       TRMX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       TRMX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTRMX-SEQ-IO-STATUS.

           CLOSE TRMX-DATA-FILE.

           IF  WTRMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMX-9000-HANDLE-ERROR
                   THRU TRMX-9000-HANDLE-ERROR-X
           END-IF.

       TRMX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       TRMX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTRMX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTRMX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTRMX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       TRMX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITRMX                    **
      *****************************************************************
