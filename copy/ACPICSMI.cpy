      *****************************************************************
      **  MEMBER :  ACPICSMI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            REINSURANCE CESSION MASTER (OLD GENERATION) READ **
      **            BY THE ASBM9505 MONTHLY BORDEREAU                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CSMI-1000-READ.
      *---------------

           MOVE ZERO                   TO WCSMI-SEQ-IO-STATUS.

           READ CSMI-DATA-FILE
                AT END
                MOVE '08'            TO WCSMI-SEQ-IO-STATUS
                GO TO CSMI-1000-READ-X.

           IF  RCSMI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCSMI-SEQ-IO-STATUS
           END-IF.

           IF  WCSMI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CSMI-9000-HANDLE-ERROR
                   THRU CSMI-9000-HANDLE-ERROR-X
           END-IF.

       CSMI-1000-READ-X.
           EXIT.
      /
      *---------------------
       CSMI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCSMI-SEQ-IO-STATUS.

           OPEN INPUT CSMI-DATA-FILE.

           IF  WCSMI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CSMI-9000-HANDLE-ERROR
                   THRU CSMI-9000-HANDLE-ERROR-X
           END-IF.

       CSMI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CSMI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCSMI-SEQ-IO-STATUS.

           CLOSE CSMI-DATA-FILE.

           IF  WCSMI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CSMI-9000-HANDLE-ERROR
                   THRU CSMI-9000-HANDLE-ERROR-X
           END-IF.

       CSMI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CSMI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCSMI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCSMI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCSMI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CSMI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICSMI                    **
      *****************************************************************
