      * carries the code and an unknown code rejects.      *
      * Brackets are loaded via REDEFINES of a literal     *
      * initialization area so the tables ship with the    *
      * program; CALCULATE-TAX overlays each status's set  *
      * with the TAXRULE rule in effect, so these values   *
      * stand only where no rule is on file.                *
      *****************************************************
       01 TAX-BRACKET-INIT-AREA.
           05 FILLER PIC X(01) VALUE "S".
