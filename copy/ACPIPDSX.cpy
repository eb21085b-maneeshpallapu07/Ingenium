      *****************************************************************
      **  MEMBER :  ACPIPDSX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            WORKSITE PAYROLL-DEDUCTION SCHEDULE FEED         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
915872**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       PDSX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WPDSX-SEQ-IO-STATUS.

           WRITE RPDSX-SEQ-REC-INFO.

           IF  WPDSX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDSX-9000-HANDLE-ERROR
                   THRU PDSX-9000-HANDLE-ERROR-X
           END-IF.

       PDSX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       PDSX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WPDSX-SEQ-IO-STATUS.

           OPEN OUTPUT PDSX-DATA-FILE.

           IF  WPDSX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDSX-9000-HANDLE-ERROR
                   THRU PDSX-9000-HANDLE-ERROR-X
           END-IF.

       PDSX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       PDSX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPDSX-SEQ-IO-STATUS.

           CLOSE PDSX-DATA-FILE.

           IF  WPDSX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDSX-9000-HANDLE-ERROR
                   THRU PDSX-9000-HANDLE-ERROR-X
           END-IF.

       PDSX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PDSX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPDSX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDSX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPDSX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PDSX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPDSX                    **
      *****************************************************************
