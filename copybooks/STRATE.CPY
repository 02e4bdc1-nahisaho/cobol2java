      * carries a zero rate; a work-state code not in this  *
      * table rejects rather than defaulting.  Rates are    *
      * loaded via REDEFINES of a literal initialization    *
      * area so the table ships with the program;           *
      * CALCULATE-TAX overlays each rate with the TAXRULE   *
      * rule in effect, so these values stand only where no *
      * rule is on file.                                     *
      *****************************************************
       01 STATE-RATE-INIT-AREA.
           05 FILLER PIC X(07) VALUE "CA00650".
