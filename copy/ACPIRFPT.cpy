      *****************************************************************
      **  MEMBER :  ACPIRFPT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            REFERRAL PARTNER MASTER - REFERRAL CODE TO       **
      **            PARTNER AND FEE SCHEDULE (ASBM9522, ASBM9523)    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       RFPT-1000-READ.
      *---------------

           MOVE ZERO                   TO WRFPT-SEQ-IO-STATUS.

           READ RFPT-DATA-FILE
                AT END
                MOVE '08'            TO WRFPT-SEQ-IO-STATUS
                GO TO RFPT-1000-READ-X.

           IF  RRFPT-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WRFPT-SEQ-IO-STATUS
           END-IF.

           IF  WRFPT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFPT-9000-HANDLE-ERROR
                   THRU RFPT-9000-HANDLE-ERROR-X
           END-IF.

       RFPT-1000-READ-X.
           EXIT.
      /
      *---------------------
       RFPT-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WRFPT-SEQ-IO-STATUS.

           OPEN INPUT RFPT-DATA-FILE.

           IF  WRFPT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFPT-9000-HANDLE-ERROR
                   THRU RFPT-9000-HANDLE-ERROR-X
           END-IF.

       RFPT-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       RFPT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRFPT-SEQ-IO-STATUS.

           CLOSE RFPT-DATA-FILE.

           IF  WRFPT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFPT-9000-HANDLE-ERROR
                   THRU RFPT-9000-HANDLE-ERROR-X
           END-IF.

       RFPT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       RFPT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRFPT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRFPT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRFPT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RFPT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRFPT                    **
      *****************************************************************
