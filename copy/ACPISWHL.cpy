      *****************************************************************
      **  MEMBER :  ACPISWHL                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            SELF-WRITTEN AND EMPLOYEE BUSINESS               **
      **            COMPLIANCE REVIEW HOLD FILE                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       SWHL-1000-READ.
      *---------------

           MOVE ZERO                   TO WSWHL-SEQ-IO-STATUS.

           READ SWHL-DATA-FILE
                AT END
                MOVE '08'            TO WSWHL-SEQ-IO-STATUS
                GO TO SWHL-1000-READ-X.

           IF  RSWHL-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WSWHL-SEQ-IO-STATUS
           END-IF.

           IF  WSWHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SWHL-9000-HANDLE-ERROR
                   THRU SWHL-9000-HANDLE-ERROR-X
           END-IF.

       SWHL-1000-READ-X.
           EXIT.
      /
      *----------------
       SWHL-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WSWHL-SEQ-IO-STATUS.

           WRITE RSWHL-SEQ-REC-INFO.

           IF  WSWHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SWHL-9000-HANDLE-ERROR
                   THRU SWHL-9000-HANDLE-ERROR-X
           END-IF.

       SWHL-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       SWHL-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WSWHL-SEQ-IO-STATUS.

           OPEN INPUT SWHL-DATA-FILE.

           IF  WSWHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SWHL-9000-HANDLE-ERROR
                   THRU SWHL-9000-HANDLE-ERROR-X
           END-IF.

       SWHL-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       SWHL-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WSWHL-SEQ-IO-STATUS.

           OPEN OUTPUT SWHL-DATA-FILE.

           IF  WSWHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SWHL-9000-HANDLE-ERROR
                   THRU SWHL-9000-HANDLE-ERROR-X
           END-IF.

       SWHL-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       SWHL-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSWHL-SEQ-IO-STATUS.

           CLOSE SWHL-DATA-FILE.

           IF  WSWHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SWHL-9000-HANDLE-ERROR
                   THRU SWHL-9000-HANDLE-ERROR-X
           END-IF.

       SWHL-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SWHL-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSWHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSWHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSWHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SWHL-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISWHL                    **
      *****************************************************************
