      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUPUWR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUPUWR                                         **
      **  REMARKS:  PRE-UNDERWRITING OPINION EDIT FOR THE IMPORT.    **
      **            CALLED FOR AN INSURED WHOSE APPLICATION QUOTES A **
      **            PRELIMINARY UNDERWRITING OPINION REFERENCE, THIS **
      **            SUBPROGRAM READS THE OPINION FROM THE TPUWR      **
      **            REGISTER, PROVES IT WAS GIVEN ON THIS INSURED    **
      **            AND NOT ALREADY TAKEN UP BY ANOTHER APPLICATION, **
      **            AND COMPARES THE APPLICATION WITH IT.  A VALID   **
      **            OPINION THE APPLICATION KEEPS WITHIN IS HONORED; **
      **            ONE THAT HAS EXPIRED OR WAS A DECLINE, OR AN     **
      **            APPLICATION BETTER THAN THE OPINION ALLOWED (A   **
      **            HIGHER FACE, OR NO RATING OR EXCLUSION WHERE ONE **
      **            WAS QUOTED), IS REFERRED.  THE REGISTER ROW IS   **
      **            LINKED TO THE APPLICATION WITH THE DECISION.     **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
384726**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

      ***************
       DATA DIVISION.
      ***************

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUPUWR'.

       COPY SQLCA.
      /
       COPY ACFWPUWR.
      /
       COPY ACFRPUWR.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLPUWR.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LPUWR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  2000-CHECK-OPINION
               THRU 2000-CHECK-OPINION-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *--------------------
       2000-CHECK-OPINION.
      *--------------------

           MOVE '00'                   TO LPUWR-RETURN-CD.
           MOVE SPACES                 TO LPUWR-OFFER-CD
                                          LPUWR-TBL-RATG-CD
                                          LPUWR-VALID-TO-DT
                                          LPUWR-LINKED-APP-ID.
           MOVE ZERO                   TO LPUWR-MAX-FACE-AMT.

      * AN INSURED FLAGGED AS PRE-UNDERWRITTEN WITHOUT A REFERENCE
      * CANNOT BE MATCHED - THE CALLER REFERS IT.

           IF   LPUWR-REF-NUM          = SPACES OR LOW-VALUES
                MOVE '08'              TO LPUWR-RETURN-CD
                GO TO 2000-CHECK-OPINION-X
           END-IF.

           MOVE LPUWR-CO-ID            TO WPUWR-CO-ID.
           MOVE LPUWR-REF-NUM          TO WPUWR-REF-NUM.
           SET  WPUWR-ENVRMNT-BATCH    TO TRUE.

           PERFORM  PUWR-1000-READ
               THRU PUWR-1000-READ-X.

           IF   WPUWR-IO-NOT-FOUND
                MOVE '01'              TO LPUWR-RETURN-CD
                GO TO 2000-CHECK-OPINION-X
           END-IF.

           IF   NOT WPUWR-IO-OK
                MOVE '09'              TO LPUWR-RETURN-CD
                GO TO 2000-CHECK-OPINION-X
           END-IF.

           MOVE RPUWR-OFFER-CD         TO LPUWR-OFFER-CD.
           MOVE RPUWR-TBL-RATG-CD      TO LPUWR-TBL-RATG-CD.
           MOVE RPUWR-MAX-FACE-AMT     TO LPUWR-MAX-FACE-AMT.
           MOVE RPUWR-VALID-TO-DT      TO LPUWR-VALID-TO-DT.
           MOVE RPUWR-APP-ID           TO LPUWR-LINKED-APP-ID.

      * AN OPINION IS TAKEN UP BY ONE APPLICATION ONLY.  A RE-RUN OF
      * THE SAME APPLICATION IS DECIDED AGAIN.

           IF   RPUWR-APP-ID           > SPACES
           AND  RPUWR-APP-ID           NOT = LPUWR-APP-ID
                MOVE '04'              TO LPUWR-RETURN-CD
                GO TO 2000-CHECK-OPINION-X
           END-IF.

      * THE REFERENCE MUST HAVE BEEN GIVEN ON THIS INSURED.  THE GIVEN
      * NAME IS NOT COMPARED - IT IS OFTEN SHORTENED IN THE EMAIL.
      * A MISMATCH IS NOT LINKED; IT IS MOST LIKELY A MIS-KEYED
      * REFERENCE.

           IF   RPUWR-INSRD-SUR-NM     NOT = LPUWR-INSRD-SUR-NM
           OR   RPUWR-INSRD-BTH-DT     NOT = LPUWR-INSRD-BTH-DT
                MOVE '02'              TO LPUWR-RETURN-CD
                GO TO 2000-CHECK-OPINION-X
           END-IF.

           PERFORM  2100-COMPARE-APPLICATION
               THRU 2100-COMPARE-APPLICATION-X.

           PERFORM  2200-LINK-APPLICATION
               THRU 2200-LINK-APPLICATION-X.

       2000-CHECK-OPINION-X.
           EXIT.
      /
      *-------------------------
       2100-COMPARE-APPLICATION.
      *-------------------------

      * THE FIRST REASON FOUND IS RETURNED.  A DECLINE IS NEVER
      * HONORED; AN OPINION PAST ITS VALIDITY DATE IS NOT RELIED ON.

           IF   RPUWR-OFFER-DECLINE
                MOVE '07'              TO LPUWR-RETURN-CD
                GO TO 2100-COMPARE-APPLICATION-X
           END-IF.

           IF   RPUWR-VALID-TO-DT      < LPUWR-CHK-DT
                MOVE '03'              TO LPUWR-RETURN-CD
                GO TO 2100-COMPARE-APPLICATION-X
           END-IF.

           IF   LPUWR-APPL-FACE-AMT    > RPUWR-MAX-FACE-AMT
                MOVE '05'              TO LPUWR-RETURN-CD
                GO TO 2100-COMPARE-APPLICATION-X
           END-IF.

      * A RATING OR EXCLUSION WAS QUOTED BUT THE APPLICATION HAS
      * COME IN WITHOUT ONE - IT IS ASKING FOR A BETTER CLASS THAN
      * THE UNDERWRITER OFFERED.

           IF   RPUWR-OFFER-RATED
           AND  NOT LPUWR-APPL-RATED
                MOVE '06'              TO LPUWR-RETURN-CD
                GO TO 2100-COMPARE-APPLICATION-X
           END-IF.

           IF   RPUWR-OFFER-EXCL
           AND  NOT LPUWR-APPL-EXCL
                MOVE '06'              TO LPUWR-RETURN-CD
           END-IF.

       2100-COMPARE-APPLICATION-X.
           EXIT.
      /
      *----------------------
       2200-LINK-APPLICATION.
      *----------------------

           MOVE LPUWR-APP-ID           TO RPUWR-APP-ID.
           MOVE LPUWR-CHK-DT           TO RPUWR-LINK-DT.
           IF   LPUWR-HONORED
                SET  RPUWR-DECSN-HONORED
                                       TO TRUE
           ELSE
                SET  RPUWR-DECSN-REFERRED
                                       TO TRUE
           END-IF.
           MOVE 'ASRUPUWR'             TO RPUWR-UPDT-USER-ID.
           MOVE LPUWR-CHK-DT           TO RPUWR-UPDT-DT.

           PERFORM  PUWR-2000-REWRITE
               THRU PUWR-2000-REWRITE-X.

           IF   NOT WPUWR-IO-OK
                MOVE '09'              TO LPUWR-RETURN-CD
           END-IF.

       2200-LINK-APPLICATION-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPBPUWR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUPUWR                     **
      *****************************************************************
