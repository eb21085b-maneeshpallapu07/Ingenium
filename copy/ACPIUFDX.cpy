      *****************************************************************
      **  MEMBER :  ACPIUFDX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNMAPPED APEX FIELD SIGHTING EXTRACT -           **
      **            ONE ROW PER UPLOAD FIELD THE IMPORT COULD        **
      **            NOT FIND ON UFLD, INPUT TO THE UNMAPPED          **
      **            FIELD REGISTER (ASBM9500)                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       UFDX-1000-READ.
      *---------------

           MOVE ZERO                   TO WUFDX-SEQ-IO-STATUS.

           READ UFDX-DATA-FILE
                AT END
                MOVE '08'            TO WUFDX-SEQ-IO-STATUS
                GO TO UFDX-1000-READ-X.

           IF  RUFDX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WUFDX-SEQ-IO-STATUS
           END-IF.

           IF  WUFDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFDX-9000-HANDLE-ERROR
                   THRU UFDX-9000-HANDLE-ERROR-X
           END-IF.

       UFDX-1000-READ-X.
           EXIT.
      /
      *----------------
       UFDX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WUFDX-SEQ-IO-STATUS.

           WRITE RUFDX-SEQ-REC-INFO.

           IF  WUFDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFDX-9000-HANDLE-ERROR
                   THRU UFDX-9000-HANDLE-ERROR-X
           END-IF.

       UFDX-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       UFDX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WUFDX-SEQ-IO-STATUS.

           OPEN INPUT UFDX-DATA-FILE.

           IF  WUFDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFDX-9000-HANDLE-ERROR
                   THRU UFDX-9000-HANDLE-ERROR-X
           END-IF.

       UFDX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       UFDX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WUFDX-SEQ-IO-STATUS.

           OPEN OUTPUT UFDX-DATA-FILE.

           IF  WUFDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFDX-9000-HANDLE-ERROR
                   THRU UFDX-9000-HANDLE-ERROR-X
           END-IF.

       UFDX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       UFDX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WUFDX-SEQ-IO-STATUS.

           CLOSE UFDX-DATA-FILE.

           IF  WUFDX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFDX-9000-HANDLE-ERROR
                   THRU UFDX-9000-HANDLE-ERROR-X
           END-IF.

       UFDX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       UFDX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WUFDX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUFDX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUFDX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       UFDX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIUFDX                    **
      *****************************************************************
