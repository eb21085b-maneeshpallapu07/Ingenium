      *****************************************************************
      **  MEMBER :  ACPIMSHO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (NEW GENERATION) WRITTEN BY ASBM9501             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       MSHO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMSHO-SEQ-IO-STATUS.

           WRITE RMSHO-SEQ-REC-INFO.

           IF  WMSHO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MSHO-9000-HANDLE-ERROR
                   THRU MSHO-9000-HANDLE-ERROR-X
           END-IF.

       MSHO-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       MSHO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMSHO-SEQ-IO-STATUS.

           OPEN OUTPUT MSHO-DATA-FILE.

           IF  WMSHO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MSHO-9000-HANDLE-ERROR
                   THRU MSHO-9000-HANDLE-ERROR-X
           END-IF.

       MSHO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MSHO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMSHO-SEQ-IO-STATUS.

           CLOSE MSHO-DATA-FILE.

           IF  WMSHO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MSHO-9000-HANDLE-ERROR
                   THRU MSHO-9000-HANDLE-ERROR-X
           END-IF.

       MSHO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MSHO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMSHO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMSHO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMSHO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MSHO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMSHO                    **
      *****************************************************************
