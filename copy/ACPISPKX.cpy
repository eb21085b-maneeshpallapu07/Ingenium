      *****************************************************************
      **  MEMBER :  ACPISPKX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UFLD/UTTB POST-CHANGE ERROR-SPIKE                **
      **            ALERT EXTRACT WRITTEN BY ASBM9501                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       SPKX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WSPKX-SEQ-IO-STATUS.

           WRITE RSPKX-SEQ-REC-INFO.

           IF  WSPKX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SPKX-9000-HANDLE-ERROR
                   THRU SPKX-9000-HANDLE-ERROR-X
           END-IF.

       SPKX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       SPKX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WSPKX-SEQ-IO-STATUS.

           OPEN OUTPUT SPKX-DATA-FILE.

           IF  WSPKX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SPKX-9000-HANDLE-ERROR
                   THRU SPKX-9000-HANDLE-ERROR-X
           END-IF.

       SPKX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       SPKX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSPKX-SEQ-IO-STATUS.

           CLOSE SPKX-DATA-FILE.

           IF  WSPKX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SPKX-9000-HANDLE-ERROR
                   THRU SPKX-9000-HANDLE-ERROR-X
           END-IF.

       SPKX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SPKX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSPKX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSPKX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSPKX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SPKX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISPKX                    **
      *****************************************************************
