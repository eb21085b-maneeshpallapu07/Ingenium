      *****************************************************************
      **  MEMBER :  ACPIMKSF                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            DAILY DO-NOT-CONTACT SUPPRESSION FEED TO THE     **
      **            MARKETING PLATFORM                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       MKSF-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMKSF-SEQ-IO-STATUS.

           WRITE RMKSF-SEQ-REC-INFO.

           IF  WMKSF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKSF-9000-HANDLE-ERROR
                   THRU MKSF-9000-HANDLE-ERROR-X
           END-IF.

       MKSF-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       MKSF-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMKSF-SEQ-IO-STATUS.

           OPEN OUTPUT MKSF-DATA-FILE.

           IF  WMKSF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKSF-9000-HANDLE-ERROR
                   THRU MKSF-9000-HANDLE-ERROR-X
           END-IF.

       MKSF-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MKSF-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMKSF-SEQ-IO-STATUS.

           CLOSE MKSF-DATA-FILE.

           IF  WMKSF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKSF-9000-HANDLE-ERROR
                   THRU MKSF-9000-HANDLE-ERROR-X
           END-IF.

       MKSF-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MKSF-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMKSF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMKSF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMKSF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MKSF-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMKSF                    **
      *****************************************************************
