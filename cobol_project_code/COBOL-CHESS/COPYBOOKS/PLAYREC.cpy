      *    Y = active member, N = retired; retired members stay on
      *    file so their old results keep their attribution.
           05 PM-ACTIVE-FLAG      PIC X.
      *    National federation id and year of birth, for the
      *    federation rating report (CBATCH13); a member with no
      *    federation id is listed as an exception there instead of
      *    being submitted.  Adding these fields changed the record
      *    length, so a member master written under the old layout
      *    must go through the CBATCH12 conversion (which leaves
      *    both empty) before any program opens it again.
           05 PM-FED-ID           PIC X(12).
           05 PM-BIRTH-YEAR       PIC 9(4).
      *    Membership class and subscription, kept by the treasurer
      *    through CUTIL02.  A member whose paid-through date has
      *    passed is lapsed (CSUB011); life members never lapse, and
      *    a zero date means no payment recorded yet, which does not
      *    count as lapsed.  The amount is the latest payment taken.
      *    These fields came in with the federation details above
      *    and go through the same CBATCH12 conversion (class adult,
      *    nothing paid).
           05 PM-MEMBER-CLASS     PIC X.
               88 PM-CLASS-ADULT  VALUE 'A'.
               88 PM-CLASS-JUNIOR VALUE 'J'.
               88 PM-CLASS-FAMILY VALUE 'F'.
               88 PM-CLASS-LIFE   VALUE 'L'.
           05 PM-PAID-THRU        PIC 9(8).
           05 PM-AMOUNT-PAID      PIC 9(5)V99.
