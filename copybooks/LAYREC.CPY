      * with no LAYREC lines fall back to the single       *
      * whole-record check against PARM-MAX-LENGTH or the  *
      * PARM-FIELD-NAME override.                          *
      * For a feed registered delimited on FEEDMAST        *
      * (FDM-RECORD-FORMAT "D") a field is named by        *
      * LAY-ORDINAL, its position among the separated      *
      * fields counting from 1, and LAY-START-POS/         *
      * LAY-FIELD-LENGTH are not used. Positional lines    *
      * carry zero or spaces there. A layout's lines are   *
      * either all positional or all ordinal; a delimited  *
      * feed uses only its ordinal lines and a positional  *
      * feed only its positional ones.                     *
      * LAY-MASK-STYLE flags the field as sensitive: "F"   *
      * masks it in full, "L" shows only its last four     *
      * characters, "H" replaces it with a 10-digit hash   *
      * so equal values still match. Spaces (or any other  *
      * value) leave it in clear. The masking applies      *
      * wherever record text is kept or printed outside    *
      * the repair itself (MSKFLD00); EXC-TEXT is never    *
      * masked.                                            *
      *****************************************************
       01  LAY-RECORD.
           05  LAY-FEED-NAME           PIC X(8).
           05  LAY-FIELD-NAME          PIC X(20).
           05  LAY-START-POS           PIC 9(4).
           05  LAY-FIELD-LENGTH        PIC 9(4).
           05  LAY-ORDINAL             PIC 9(4).
           05  LAY-MASK-STYLE          PIC X(1).
               88  LAY-MASK-FULL       VALUE "F".
               88  LAY-MASK-LAST-FOUR  VALUE "L".
               88  LAY-MASK-HASH       VALUE "H".
               88  LAY-MASKED          VALUE "F" "L" "H".
