      *****************************************************************
      **  MEMBER :  ACPIUWPR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNDERWRITING PATH REGISTER - ONE ROW PER POLICY  **
      **            AT ISSUE                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       UWPR-1000-READ.
      *---------------

           MOVE ZERO                   TO WUWPR-SEQ-IO-STATUS.

           READ UWPR-DATA-FILE
                AT END
                MOVE '08'            TO WUWPR-SEQ-IO-STATUS
                GO TO UWPR-1000-READ-X.

           IF  RUWPR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WUWPR-SEQ-IO-STATUS
           END-IF.

           IF  WUWPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UWPR-9000-HANDLE-ERROR
                   THRU UWPR-9000-HANDLE-ERROR-X
           END-IF.

       UWPR-1000-READ-X.
           EXIT.
      /
      *----------------
       UWPR-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WUWPR-SEQ-IO-STATUS.

           WRITE RUWPR-SEQ-REC-INFO.

           IF  WUWPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UWPR-9000-HANDLE-ERROR
                   THRU UWPR-9000-HANDLE-ERROR-X
           END-IF.

       UWPR-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       UWPR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WUWPR-SEQ-IO-STATUS.

           OPEN INPUT UWPR-DATA-FILE.

           IF  WUWPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UWPR-9000-HANDLE-ERROR
                   THRU UWPR-9000-HANDLE-ERROR-X
           END-IF.

       UWPR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       UWPR-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WUWPR-SEQ-IO-STATUS.

           OPEN OUTPUT UWPR-DATA-FILE.

           IF  WUWPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UWPR-9000-HANDLE-ERROR
                   THRU UWPR-9000-HANDLE-ERROR-X
           END-IF.

       UWPR-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       UWPR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WUWPR-SEQ-IO-STATUS.

           CLOSE UWPR-DATA-FILE.

           IF  WUWPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UWPR-9000-HANDLE-ERROR
                   THRU UWPR-9000-HANDLE-ERROR-X
           END-IF.

       UWPR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       UWPR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WUWPR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUWPR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUWPR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       UWPR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIUWPR                    **
      *****************************************************************
