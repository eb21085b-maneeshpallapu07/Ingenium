      *****************************************************************
      **  MEMBER :  ACPIMBRP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MINOR BENEFICIARY DESIGNATION REPORT BY SALES    **
      **            OFFICE WRITTEN BY ASBM9542                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       MBRP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMBRP-SEQ-IO-STATUS.

           WRITE RMBRP-SEQ-REC-INFO.

           IF  WMBRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MBRP-9000-HANDLE-ERROR
                   THRU MBRP-9000-HANDLE-ERROR-X
           END-IF.

       MBRP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       MBRP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMBRP-SEQ-IO-STATUS.

           OPEN OUTPUT MBRP-DATA-FILE.

           IF  WMBRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MBRP-9000-HANDLE-ERROR
                   THRU MBRP-9000-HANDLE-ERROR-X
           END-IF.

       MBRP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MBRP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMBRP-SEQ-IO-STATUS.

           CLOSE MBRP-DATA-FILE.

           IF  WMBRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MBRP-9000-HANDLE-ERROR
                   THRU MBRP-9000-HANDLE-ERROR-X
           END-IF.

       MBRP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MBRP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMBRP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMBRP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMBRP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MBRP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMBRP                    **
      *****************************************************************
