      *****************************************************************
      **  MEMBER :  ACPITRMF                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CONVERSION TERMINATION FOLLOW-UP EXTRACT         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       TRMF-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WTRMF-SEQ-IO-STATUS.

           WRITE RTRMF-SEQ-REC-INFO.

           IF  WTRMF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMF-9000-HANDLE-ERROR
                   THRU TRMF-9000-HANDLE-ERROR-X
           END-IF.

       TRMF-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       TRMF-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WTRMF-SEQ-IO-STATUS.

           OPEN OUTPUT TRMF-DATA-FILE.

           IF  WTRMF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMF-9000-HANDLE-ERROR
                   THRU TRMF-9000-HANDLE-ERROR-X
           END-IF.

       TRMF-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       TRMF-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTRMF-SEQ-IO-STATUS.

           CLOSE TRMF-DATA-FILE.

           IF  WTRMF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  TRMF-9000-HANDLE-ERROR
                   THRU TRMF-9000-HANDLE-ERROR-X
           END-IF.

       TRMF-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       TRMF-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTRMF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTRMF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTRMF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       TRMF-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITRMF                    **
      *****************************************************************
