      *****************************************************************
      **  MEMBER :  ACPIIMPS                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IMPAIRMENT MIX SUMMARY - INSUREDS BY PLAN AND    **
      **            IMPAIRMENT CODE                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       IMPS-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WIMPS-SEQ-IO-STATUS.

           WRITE RIMPS-SEQ-REC-INFO.

           IF  WIMPS-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPS-9000-HANDLE-ERROR
                   THRU IMPS-9000-HANDLE-ERROR-X
           END-IF.

       IMPS-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       IMPS-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WIMPS-SEQ-IO-STATUS.

           OPEN OUTPUT IMPS-DATA-FILE.

           IF  WIMPS-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPS-9000-HANDLE-ERROR
                   THRU IMPS-9000-HANDLE-ERROR-X
           END-IF.

       IMPS-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       IMPS-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WIMPS-SEQ-IO-STATUS.

           CLOSE IMPS-DATA-FILE.

           IF  WIMPS-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPS-9000-HANDLE-ERROR
                   THRU IMPS-9000-HANDLE-ERROR-X
           END-IF.

       IMPS-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       IMPS-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WIMPS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIMPS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIMPS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       IMPS-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIIMPS                    **
      *****************************************************************
