      *****************************************************************
      **  MEMBER :  ACPIIMPX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CODED IMPAIRMENT EXTRACT - ONE ROW PER INSURED   **
      **            AND IMPAIRMENT CODE ON EACH CONVERTED APPLICATION**
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       IMPX-1000-READ.
      *---------------

           MOVE ZERO                   TO WIMPX-SEQ-IO-STATUS.

           READ IMPX-DATA-FILE
                AT END
                MOVE '08'            TO WIMPX-SEQ-IO-STATUS
                GO TO IMPX-1000-READ-X.

           IF  RIMPX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WIMPX-SEQ-IO-STATUS
           END-IF.

           IF  WIMPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPX-9000-HANDLE-ERROR
                   THRU IMPX-9000-HANDLE-ERROR-X
           END-IF.

       IMPX-1000-READ-X.
           EXIT.
      /
      *----------------
       IMPX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WIMPX-SEQ-IO-STATUS.

           WRITE RIMPX-SEQ-REC-INFO.

           IF  WIMPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPX-9000-HANDLE-ERROR
                   THRU IMPX-9000-HANDLE-ERROR-X
           END-IF.

       IMPX-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       IMPX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WIMPX-SEQ-IO-STATUS.

           OPEN INPUT IMPX-DATA-FILE.

           IF  WIMPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPX-9000-HANDLE-ERROR
                   THRU IMPX-9000-HANDLE-ERROR-X
           END-IF.

       IMPX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       IMPX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WIMPX-SEQ-IO-STATUS.

           OPEN OUTPUT IMPX-DATA-FILE.

           IF  WIMPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPX-9000-HANDLE-ERROR
                   THRU IMPX-9000-HANDLE-ERROR-X
           END-IF.

       IMPX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       IMPX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WIMPX-SEQ-IO-STATUS.

           CLOSE IMPX-DATA-FILE.

           IF  WIMPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPX-9000-HANDLE-ERROR
                   THRU IMPX-9000-HANDLE-ERROR-X
           END-IF.

       IMPX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       IMPX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WIMPX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIMPX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIMPX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       IMPX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIIMPX                    **
      *****************************************************************
