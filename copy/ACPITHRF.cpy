      *****************************************************************
      **  MEMBER :  ACPITHRF                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNACKNOWLEDGED TARGET-HIT ELECTION               **
      **            FOLLOW-UP EXTRACT WRITTEN BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       THRF-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WTHRF-SEQ-IO-STATUS.

           WRITE RTHRF-SEQ-REC-INFO.

           IF  WTHRF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRF-9000-HANDLE-ERROR
                   THRU THRF-9000-HANDLE-ERROR-X
           END-IF.

       THRF-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       THRF-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WTHRF-SEQ-IO-STATUS.

           OPEN OUTPUT THRF-DATA-FILE.

           IF  WTHRF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRF-9000-HANDLE-ERROR
                   THRU THRF-9000-HANDLE-ERROR-X
           END-IF.

       THRF-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       THRF-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTHRF-SEQ-IO-STATUS.

           CLOSE THRF-DATA-FILE.

           IF  WTHRF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRF-9000-HANDLE-ERROR
                   THRU THRF-9000-HANDLE-ERROR-X
           END-IF.

       THRF-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       THRF-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTHRF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTHRF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTHRF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       THRF-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITHRF                    **
      *****************************************************************
