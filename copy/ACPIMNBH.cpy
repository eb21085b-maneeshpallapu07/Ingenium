      *****************************************************************
      **  MEMBER :  ACPIMNBH                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MINOR BENEFICIARY CUSTODIAN HOLD FILE WRITTEN BY **
      **            ASBM9542 AND MERGED INTO THE WORK QUEUE BY       **
      **            ASBM9428                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MNBH-1000-READ.
      *---------------

           MOVE ZERO                   TO WMNBH-SEQ-IO-STATUS.

           READ MNBH-DATA-FILE
                AT END
                MOVE '08'            TO WMNBH-SEQ-IO-STATUS
                GO TO MNBH-1000-READ-X.

           IF  RMNBH-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMNBH-SEQ-IO-STATUS
           END-IF.

           IF  WMNBH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MNBH-9000-HANDLE-ERROR
                   THRU MNBH-9000-HANDLE-ERROR-X
           END-IF.

       MNBH-1000-READ-X.
           EXIT.
      /
      *----------------
       MNBH-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMNBH-SEQ-IO-STATUS.

           WRITE RMNBH-SEQ-REC-INFO.

           IF  WMNBH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MNBH-9000-HANDLE-ERROR
                   THRU MNBH-9000-HANDLE-ERROR-X
           END-IF.

       MNBH-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       MNBH-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMNBH-SEQ-IO-STATUS.

           OPEN INPUT MNBH-DATA-FILE.

           IF  WMNBH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MNBH-9000-HANDLE-ERROR
                   THRU MNBH-9000-HANDLE-ERROR-X
           END-IF.

       MNBH-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       MNBH-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMNBH-SEQ-IO-STATUS.

           OPEN OUTPUT MNBH-DATA-FILE.

           IF  WMNBH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MNBH-9000-HANDLE-ERROR
                   THRU MNBH-9000-HANDLE-ERROR-X
           END-IF.

       MNBH-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MNBH-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMNBH-SEQ-IO-STATUS.

           CLOSE MNBH-DATA-FILE.

           IF  WMNBH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MNBH-9000-HANDLE-ERROR
                   THRU MNBH-9000-HANDLE-ERROR-X
           END-IF.

       MNBH-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MNBH-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMNBH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMNBH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMNBH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MNBH-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMNBH                    **
      *****************************************************************
