      *****************************************************************
      **  MEMBER :  ACPIPDCT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            PREMIUM DEDUCTION CATEGORY MASTER - PLAN TO      **
      **            DEDUCTION CATEGORY (ASBM9520)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       PDCT-1000-READ.
      *---------------

           MOVE ZERO                   TO WPDCT-SEQ-IO-STATUS.

           READ PDCT-DATA-FILE
                AT END
                MOVE '08'            TO WPDCT-SEQ-IO-STATUS
                GO TO PDCT-1000-READ-X.

           IF  RPDCT-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WPDCT-SEQ-IO-STATUS
           END-IF.

           IF  WPDCT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCT-9000-HANDLE-ERROR
                   THRU PDCT-9000-HANDLE-ERROR-X
           END-IF.

       PDCT-1000-READ-X.
           EXIT.
      /
      *---------------------
       PDCT-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WPDCT-SEQ-IO-STATUS.

           OPEN INPUT PDCT-DATA-FILE.

           IF  WPDCT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCT-9000-HANDLE-ERROR
                   THRU PDCT-9000-HANDLE-ERROR-X
           END-IF.

       PDCT-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       PDCT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPDCT-SEQ-IO-STATUS.

           CLOSE PDCT-DATA-FILE.

           IF  WPDCT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCT-9000-HANDLE-ERROR
                   THRU PDCT-9000-HANDLE-ERROR-X
           END-IF.

       PDCT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PDCT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPDCT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDCT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPDCT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PDCT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPDCT                    **
      *****************************************************************
