      * FOR THE REJECT FILE BEFORE IT IS KNOWN TO BE VALID; SEE    *
      * DL100DF FOR THE STRUCTURED, OCCURS DEPENDING ON VIEW USED  *
      * ONCE THE FIELDS HAVE BEEN VALIDATED.  WIDE ENOUGH FOR      *
      * DL100-MAX-FIELDS FIELDS OF 14 BYTES EACH, THE EXTENDED     *
      * FORMAT (SEE DL100XF); A STANDARD RECORD USES ONLY THE      *
      * FIRST 8 BYTES PER FIELD (SEE DL100DF) AND THE REST OF THE  *
      * BUFFER IS SPACES.                                          *
      *-----------------------------------------------------------*
       01 DECIMAL-RECORD          PIC X(140).
