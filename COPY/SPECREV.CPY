      ******************************************************************
      * SPECREV   -  SPEC/BLUEPRINT REVISION REGISTER RECORD (80 BYTES)
      * One record per revision of a specification or blueprint,
      * keyed on RV-REVISION-KEY - the document type, the number as
      * it is carried on the parts record (SPEC-NUMBER or
      * BLUEPRINT-NUMBER) and the revision. The status says what
      * happens to the revision on RV-EFFECTIVE-DATE:
      *   A = active - the revision comes into force on that date.
      *   S = superseded - the revision stops being in force on that
      *       date and RV-SUPERSEDING-REV takes over.
      *   C = cancelled - the revision stops being in force on that
      *       date with nothing to replace it.
      * A revision is in force on a given date when it is active
      * with an effective date on or before it, or superseded or
      * cancelled with an effective date after it. A spec or
      * blueprint number is usable when at least one of its
      * revisions is in force. SPECMNT applies the maintenance
      * transactions; FINALEX and SPECIMP read the register.
      ******************************************************************
           05  RV-REVISION-KEY.
               10  RV-DOCUMENT-TYPE      PIC X(01).
                   88  RV-SPECIFICATION      VALUE 'S'.
                   88  RV-BLUEPRINT          VALUE 'B'.
               10  RV-DOCUMENT-NUMBER    PIC X(10).
               10  RV-REVISION           PIC X(03).
           05  RV-REVISION-STATUS        PIC X(01).
               88  RV-ACTIVE                 VALUE 'A'.
               88  RV-SUPERSEDED             VALUE 'S'.
               88  RV-CANCELLED              VALUE 'C'.
               88  RV-WITHDRAWN              VALUE 'S' 'C'.
           05  RV-EFFECTIVE-DATE         PIC 9(08).
           05  RV-SUPERSEDING-REV        PIC X(03).
           05  RV-DOCUMENT-TITLE         PIC X(30).
           05  FILLER                    PIC X(24).
