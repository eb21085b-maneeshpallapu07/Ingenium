      *****************************************************************
      **  MEMBER :  ACPIMVRO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MOTOR VEHICLE RECORD ORDER EXTRACT - ONE ROW     **
      **            PER INSURED ORDERED AT IMPORT, SENT TO THE MVR   **
      **            VENDOR AND KEPT AS THE ORDER HISTORY THAT        **
      **            RESULTS ARE MATCHED BACK AGAINST                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MVRO-1000-READ.
      *---------------

           MOVE ZERO                   TO WMVRO-SEQ-IO-STATUS.

           READ MVRO-DATA-FILE
                AT END
                MOVE '08'            TO WMVRO-SEQ-IO-STATUS
                GO TO MVRO-1000-READ-X.

           IF  RMVRO-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMVRO-SEQ-IO-STATUS
           END-IF.

           IF  WMVRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRO-9000-HANDLE-ERROR
                   THRU MVRO-9000-HANDLE-ERROR-X
           END-IF.

       MVRO-1000-READ-X.
           EXIT.
      /
      *----------------
       MVRO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMVRO-SEQ-IO-STATUS.

           WRITE RMVRO-SEQ-REC-INFO.

           IF  WMVRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRO-9000-HANDLE-ERROR
                   THRU MVRO-9000-HANDLE-ERROR-X
           END-IF.

       MVRO-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       MVRO-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMVRO-SEQ-IO-STATUS.

           OPEN INPUT MVRO-DATA-FILE.

           IF  WMVRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRO-9000-HANDLE-ERROR
                   THRU MVRO-9000-HANDLE-ERROR-X
           END-IF.

       MVRO-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       MVRO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMVRO-SEQ-IO-STATUS.

           OPEN OUTPUT MVRO-DATA-FILE.

           IF  WMVRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRO-9000-HANDLE-ERROR
                   THRU MVRO-9000-HANDLE-ERROR-X
           END-IF.

       MVRO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MVRO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMVRO-SEQ-IO-STATUS.

           CLOSE MVRO-DATA-FILE.

           IF  WMVRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRO-9000-HANDLE-ERROR
                   THRU MVRO-9000-HANDLE-ERROR-X
           END-IF.

       MVRO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MVRO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMVRO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMVRO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMVRO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MVRO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMVRO                    **
      *****************************************************************
