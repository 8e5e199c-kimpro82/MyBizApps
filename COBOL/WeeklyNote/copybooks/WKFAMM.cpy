      ******************************************************************
      * WKFAMM   - One record per template family on the family        *
      *            master file (FAMMAST - indexed, keyed by family     *
      *            code).  A family is the set of sibling editions of  *
      *            one diary - the same book in other languages or     *
      *            markets - that must rule identically apart from     *
      *            language and holidays.  The reference edition is    *
      *            the member every other member is checked against;  *
      *            it must itself be one of the members.  A template   *
      *            belongs to one family at most.                      *
      * 2026.10.15  Added for template families.                       *
      ******************************************************************
       01  FAMILY-RECORD.
           05  FAM-CODE                    PIC X(08).
           05  FAM-DESCRIPTION             PIC X(30).
           05  FAM-REFERENCE               PIC X(08).
           05  FAM-MEMBER-COUNT            PIC 9(02).
           05  FAM-MEMBER-NAME             PIC X(08)
                                           OCCURS 10 TIMES.
