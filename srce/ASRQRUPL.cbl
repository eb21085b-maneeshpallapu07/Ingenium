      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
16GZ0F**  09AUG26  DEV    CREATED FOR NEW BUSINESS PIPELINE EXTRACT  **
715306**  15OCT26  DEV    LINK RECORD WIDENED TO THE 1478-BYTE     **
715306**                   UPOL ROW                                 **
      *****************************************************************

      **********************
      /
       COPY ACSWRUPL.

715306*01  WRUPL-LINK-RECORD         PIC X(1461).
715306 01  WRUPL-LINK-RECORD         PIC X(1478).
      /
       PROCEDURE DIVISION  USING WGLOB-GLOBAL-AREA
                                 WRUPL-SEQ-IO-WORK-AREA
