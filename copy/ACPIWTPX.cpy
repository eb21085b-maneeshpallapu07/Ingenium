      *****************************************************************
      **  MEMBER :  ACPIWTPX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            HEALTH RIDER WAITING-PERIOD FEED TO CLAIMS       **
      **            ADMINISTRATION (ASBM9519)                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527340**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       WTPX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WWTPX-SEQ-IO-STATUS.

           WRITE RWTPX-SEQ-REC-INFO.

           IF  WWTPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WTPX-9000-HANDLE-ERROR
                   THRU WTPX-9000-HANDLE-ERROR-X
           END-IF.

       WTPX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       WTPX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WWTPX-SEQ-IO-STATUS.

           OPEN OUTPUT WTPX-DATA-FILE.

           IF  WWTPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WTPX-9000-HANDLE-ERROR
                   THRU WTPX-9000-HANDLE-ERROR-X
           END-IF.

       WTPX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       WTPX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WWTPX-SEQ-IO-STATUS.

           CLOSE WTPX-DATA-FILE.

           IF  WWTPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WTPX-9000-HANDLE-ERROR
                   THRU WTPX-9000-HANDLE-ERROR-X
           END-IF.

       WTPX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       WTPX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WWTPX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WWTPX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WWTPX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       WTPX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIWTPX                    **
      *****************************************************************
