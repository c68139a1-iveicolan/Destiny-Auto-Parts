      ******************************************************************
      * PARTSUPR  -  PART SUPERSESSION/INTERCHANGE RECORD (80 BYTES)
      * One record per replaced part number, keyed on
      * SS-OLD-PART-NUMBER: the part that takes its place, how the
      * two relate, and the date the relationship takes effect.
      *   S = superseded - the old part is no longer bought; the
      *       new part answers for it from the effective date.
      *   I = interchangeable both ways - either part can be
      *       fitted, and both stay stocked.
      *   U = use up then switch - the old part's stock is drawn
      *       down but never replenished; the new part is bought.
      * A replacement part may itself be replaced, so the records
      * form chains. PSUPMNT edits every add and change so a chain
      * can never loop back on itself and both part numbers are on
      * PARTMSTR.
      ******************************************************************
           05  SS-OLD-PART-NUMBER        PIC X(23).
           05  SS-NEW-PART-NUMBER        PIC X(23).
           05  SS-RELATION-TYPE          PIC X(01).
               88  SS-SUPERSEDED             VALUE 'S'.
               88  SS-INTERCHANGEABLE        VALUE 'I'.
               88  SS-USE-UP-THEN-SWITCH     VALUE 'U'.
               88  SS-VALID-RELATION         VALUE 'S' 'I' 'U'.
           05  SS-EFFECTIVE-DATE         PIC 9(08).
           05  FILLER                    PIC X(25).
