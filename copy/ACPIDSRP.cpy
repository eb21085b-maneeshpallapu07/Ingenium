      *****************************************************************
      **  MEMBER :  ACPIDSRP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            PERSONAL DATA DISCLOSURE REPORT FILE             **
      **            WRITTEN BY ASBM9513                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       DSRP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WDSRP-SEQ-IO-STATUS.

           WRITE RDSRP-SEQ-REC-INFO.

           IF  WDSRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DSRP-9000-HANDLE-ERROR
                   THRU DSRP-9000-HANDLE-ERROR-X
           END-IF.

       DSRP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       DSRP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WDSRP-SEQ-IO-STATUS.

           OPEN OUTPUT DSRP-DATA-FILE.

           IF  WDSRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DSRP-9000-HANDLE-ERROR
                   THRU DSRP-9000-HANDLE-ERROR-X
           END-IF.

       DSRP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       DSRP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WDSRP-SEQ-IO-STATUS.

           CLOSE DSRP-DATA-FILE.

           IF  WDSRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DSRP-9000-HANDLE-ERROR
                   THRU DSRP-9000-HANDLE-ERROR-X
           END-IF.

       DSRP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       DSRP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WDSRP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDSRP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDSRP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       DSRP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIDSRP                    **
      *****************************************************************
