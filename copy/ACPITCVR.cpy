      *****************************************************************
      **  MEMBER :  ACPITCVR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            DAILY CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
      **            REPORT PRINT FILE WRITTEN BY ASBM9537            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       TCVR-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WTCVR-SEQ-IO-STATUS.

           WRITE RTCVR-SEQ-REC-INFO.

           IF  WTCVR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TCVR-9000-HANDLE-ERROR
                   THRU TCVR-9000-HANDLE-ERROR-X
           END-IF.

       TCVR-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       TCVR-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WTCVR-SEQ-IO-STATUS.

           OPEN OUTPUT TCVR-DATA-FILE.

           IF  WTCVR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TCVR-9000-HANDLE-ERROR
                   THRU TCVR-9000-HANDLE-ERROR-X
           END-IF.

       TCVR-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       TCVR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTCVR-SEQ-IO-STATUS.

           CLOSE TCVR-DATA-FILE.

           IF  WTCVR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TCVR-9000-HANDLE-ERROR
                   THRU TCVR-9000-HANDLE-ERROR-X
           END-IF.

       TCVR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       TCVR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTCVR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTCVR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTCVR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       TCVR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITCVR                    **
      *****************************************************************
