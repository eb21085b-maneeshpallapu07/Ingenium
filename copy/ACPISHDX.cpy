      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
968074**  02SEP26  DEV    CREATED FOR ADCR SHADOW MODE               **
731046**  15OCT26  DEV    ADD READ AND OPEN INPUT FOR THE EARLY-CLAIM**
731046**                  UNDERWRITING PATH REGISTER                 **
      *****************************************************************

731046*---------------
731046 SHDX-1000-READ.
731046*---------------

731046     MOVE ZERO                   TO WSHDX-SEQ-IO-STATUS.

731046     READ SHDX-DATA-FILE
731046          AT END
731046          MOVE '08'            TO WSHDX-SEQ-IO-STATUS
731046          GO TO SHDX-1000-READ-X.

731046     IF  RSHDX-SEQ-REC-INFO EQUAL HIGH-VALUES
731046         MOVE '08'            TO WSHDX-SEQ-IO-STATUS
731046     END-IF.

731046     IF  WSHDX-SEQ-FILE-STATUS  NOT = ZERO
731046         PERFORM  SHDX-9000-HANDLE-ERROR
731046             THRU SHDX-9000-HANDLE-ERROR-X
731046     END-IF.

731046 SHDX-1000-READ-X.
731046     EXIT.
      /
      *----------------
       SHDX-2000-WRITE.
      *----------------
       SHDX-2000-WRITE-X.
           EXIT.
      /
731046*--------------------
731046 SHDX-3000-OPEN-INPUT.
731046*--------------------

731046     MOVE ZERO                   TO WSHDX-SEQ-IO-STATUS.

731046     OPEN INPUT SHDX-DATA-FILE.

731046     IF  WSHDX-SEQ-FILE-STATUS  NOT = ZERO
731046         PERFORM  SHDX-9000-HANDLE-ERROR
731046             THRU SHDX-9000-HANDLE-ERROR-X
731046     END-IF.

731046 SHDX-3000-OPEN-INPUT-X.
731046     EXIT.
      /
      *----------------------
       SHDX-4000-OPEN-OUTPUT.
      *----------------------
