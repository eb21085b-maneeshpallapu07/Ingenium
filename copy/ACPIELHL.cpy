      *****************************************************************
      **  MEMBER :  ACPIELHL                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            ELDERLY APPLICANT PROTECTION HOLD FILE           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
263951**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ELHL-1000-READ.
      *---------------

           MOVE ZERO                   TO WELHL-SEQ-IO-STATUS.

           READ ELHL-DATA-FILE
                AT END
                MOVE '08'            TO WELHL-SEQ-IO-STATUS
                GO TO ELHL-1000-READ-X.

           IF  RELHL-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WELHL-SEQ-IO-STATUS
           END-IF.

           IF  WELHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ELHL-9000-HANDLE-ERROR
                   THRU ELHL-9000-HANDLE-ERROR-X
           END-IF.

       ELHL-1000-READ-X.
           EXIT.
      /
      *----------------
       ELHL-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WELHL-SEQ-IO-STATUS.

           WRITE RELHL-SEQ-REC-INFO.

           IF  WELHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ELHL-9000-HANDLE-ERROR
                   THRU ELHL-9000-HANDLE-ERROR-X
           END-IF.

       ELHL-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       ELHL-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WELHL-SEQ-IO-STATUS.

           OPEN INPUT ELHL-DATA-FILE.

           IF  WELHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ELHL-9000-HANDLE-ERROR
                   THRU ELHL-9000-HANDLE-ERROR-X
           END-IF.

       ELHL-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       ELHL-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WELHL-SEQ-IO-STATUS.

           OPEN OUTPUT ELHL-DATA-FILE.

           IF  WELHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ELHL-9000-HANDLE-ERROR
                   THRU ELHL-9000-HANDLE-ERROR-X
           END-IF.

       ELHL-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ELHL-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WELHL-SEQ-IO-STATUS.

           CLOSE ELHL-DATA-FILE.

           IF  WELHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ELHL-9000-HANDLE-ERROR
                   THRU ELHL-9000-HANDLE-ERROR-X
           END-IF.

       ELHL-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ELHL-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WELHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WELHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WELHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ELHL-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIELHL                    **
      *****************************************************************
