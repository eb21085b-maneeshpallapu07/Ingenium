      *****************************************************************
      **  MEMBER :  ACPIPDCR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            PREMIUM DEDUCTION CERTIFICATE REGISTER WRITTEN   **
      **            AT CONVERSION (ASBM9520, READ BY ASBM9521)       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       PDCR-1000-READ.
      *---------------

           MOVE ZERO                   TO WPDCR-SEQ-IO-STATUS.

           READ PDCR-DATA-FILE
                AT END
                MOVE '08'            TO WPDCR-SEQ-IO-STATUS
                GO TO PDCR-1000-READ-X.

           IF  RPDCR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WPDCR-SEQ-IO-STATUS
           END-IF.

           IF  WPDCR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCR-9000-HANDLE-ERROR
                   THRU PDCR-9000-HANDLE-ERROR-X
           END-IF.

       PDCR-1000-READ-X.
           EXIT.
      /
      *----------------
       PDCR-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WPDCR-SEQ-IO-STATUS.

           WRITE RPDCR-SEQ-REC-INFO.

           IF  WPDCR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCR-9000-HANDLE-ERROR
                   THRU PDCR-9000-HANDLE-ERROR-X
           END-IF.

       PDCR-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       PDCR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WPDCR-SEQ-IO-STATUS.

           OPEN INPUT PDCR-DATA-FILE.

           IF  WPDCR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCR-9000-HANDLE-ERROR
                   THRU PDCR-9000-HANDLE-ERROR-X
           END-IF.

       PDCR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       PDCR-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WPDCR-SEQ-IO-STATUS.

           OPEN OUTPUT PDCR-DATA-FILE.

           IF  WPDCR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCR-9000-HANDLE-ERROR
                   THRU PDCR-9000-HANDLE-ERROR-X
           END-IF.

       PDCR-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       PDCR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPDCR-SEQ-IO-STATUS.

           CLOSE PDCR-DATA-FILE.

           IF  WPDCR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCR-9000-HANDLE-ERROR
                   THRU PDCR-9000-HANDLE-ERROR-X
           END-IF.

       PDCR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PDCR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPDCR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDCR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPDCR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PDCR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPDCR                    **
      *****************************************************************
