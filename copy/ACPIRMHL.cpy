      *****************************************************************
      **  MEMBER :  ACPIRMHL                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            RETURNED-MAIL HOLD FILE - APPLICATIONS WHOSE     **
      **            MAILING ADDRESS CAME BACK UNDELIVERABLE, HELD    **
      **            FROM FURTHER MAILINGS UNTIL THE SERVICING        **
      **            BRANCH CORRECTS THE ADDRESS                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       RMHL-1000-READ.
      *---------------

           MOVE ZERO                   TO WRMHL-SEQ-IO-STATUS.

           READ RMHL-DATA-FILE
                AT END
                MOVE '08'            TO WRMHL-SEQ-IO-STATUS
                GO TO RMHL-1000-READ-X.

           IF  RRMHL-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WRMHL-SEQ-IO-STATUS
           END-IF.

           IF  WRMHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RMHL-9000-HANDLE-ERROR
                   THRU RMHL-9000-HANDLE-ERROR-X
           END-IF.

       RMHL-1000-READ-X.
           EXIT.
      /
      *----------------
       RMHL-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WRMHL-SEQ-IO-STATUS.

           WRITE RRMHL-SEQ-REC-INFO.

           IF  WRMHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RMHL-9000-HANDLE-ERROR
                   THRU RMHL-9000-HANDLE-ERROR-X
           END-IF.

       RMHL-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       RMHL-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WRMHL-SEQ-IO-STATUS.

           OPEN INPUT RMHL-DATA-FILE.

           IF  WRMHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RMHL-9000-HANDLE-ERROR
                   THRU RMHL-9000-HANDLE-ERROR-X
           END-IF.

       RMHL-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       RMHL-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRMHL-SEQ-IO-STATUS.

           CLOSE RMHL-DATA-FILE.

           IF  WRMHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RMHL-9000-HANDLE-ERROR
                   THRU RMHL-9000-HANDLE-ERROR-X
           END-IF.

       RMHL-5000-CLOSE-X.
           EXIT.
      /
      *----------------------
       RMHL-6000-OPEN-EXTEND.
      *----------------------

           MOVE ZERO                   TO WRMHL-SEQ-IO-STATUS.

           OPEN EXTEND RMHL-DATA-FILE.

           IF  WRMHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RMHL-9000-HANDLE-ERROR
                   THRU RMHL-9000-HANDLE-ERROR-X
           END-IF.

       RMHL-6000-OPEN-EXTEND-X.
           EXIT.
      /
      *-----------------------
       RMHL-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRMHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRMHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRMHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RMHL-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRMHL                    **
      *****************************************************************
