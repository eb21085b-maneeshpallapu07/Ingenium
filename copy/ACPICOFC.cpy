      *****************************************************************
      **  MEMBER :  ACPICOFC                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            COUNTER-OFFER CHASE LIST                         **
      **            WRITTEN BY ASBM9515                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       COFC-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCOFC-SEQ-IO-STATUS.

           WRITE RCOFC-SEQ-REC-INFO.

           IF  WCOFC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFC-9000-HANDLE-ERROR
                   THRU COFC-9000-HANDLE-ERROR-X
           END-IF.

       COFC-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       COFC-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCOFC-SEQ-IO-STATUS.

           OPEN OUTPUT COFC-DATA-FILE.

           IF  WCOFC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFC-9000-HANDLE-ERROR
                   THRU COFC-9000-HANDLE-ERROR-X
           END-IF.

       COFC-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       COFC-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCOFC-SEQ-IO-STATUS.

           CLOSE COFC-DATA-FILE.

           IF  WCOFC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFC-9000-HANDLE-ERROR
                   THRU COFC-9000-HANDLE-ERROR-X
           END-IF.

       COFC-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       COFC-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCOFC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOFC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOFC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       COFC-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICOFC                    **
      *****************************************************************
