      *****************************************************************
      **  MEMBER :  ACWLDREG                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUDREG DEATH REGISTRY   **
      **            SUBPROGRAM.  THE CALLER SUPPLIES THE NAME, KANA  **
      **            NAME AND BIRTH DATE OF AN INSURED OR OWNER; THE  **
      **            SUBPROGRAM RETURNS WHETHER THE PERSON MATCHES,   **
      **            NEARLY MATCHES OR DOES NOT MATCH A DEATH ON THE  **
      **            DREG NATIONAL DEATH REGISTRY FILE, WITH THE      **
      **            REGISTRY ROW FOUND.                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    CREATED FOR DEATH REGISTRY CHECK           **
      *****************************************************************

       01  LDREG-PARM-AREA.
           05  LDREG-SUR-NM                  PIC X(25).
           05  LDREG-GIV-NM                  PIC X(25).
           05  LDREG-KA-SUR-NM               PIC X(25).
           05  LDREG-KA-GIV-NM               PIC X(25).
           05  LDREG-BTH-DT                  PIC X(10).
      *    THE REGISTRY ROW MATCHED (SPACES WHEN NO MATCH).
           05  LDREG-REG-ID                  PIC X(15).
           05  LDREG-REG-SUR-NM              PIC X(25).
           05  LDREG-REG-GIV-NM              PIC X(25).
           05  LDREG-REG-BTH-DT              PIC X(10).
           05  LDREG-REG-DTH-DT              PIC X(10).
           05  LDREG-RETURN-CD               PIC X(02).
               88  LDREG-NO-MATCH                  VALUE '00'.
               88  LDREG-MATCH                     VALUE '01'.
               88  LDREG-NEAR-MATCH                VALUE '02'.
               88  LDREG-REGISTRY-EMPTY            VALUE '09'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLDREG                    **
      *****************************************************************
