      *> AUDITTRAIL.cpy
      *> Before/after address-change audit record layout.
      *> AUDIT-BRUGERID is the operator who made the change
      *> (OPERATOR_ID), or BATCH for a run outside the console.
           02  AUDIT-KUNDEID     pic x(10) value spaces.
           02  AUDIT-CHANGE-DATE pic 9(8) value zeros.
           02  AUDIT-OLD-VEJNAVN pic x(20) value spaces.
           02  AUDIT-NEW-SIDE    pic x(3) value spaces.
           02  AUDIT-NEW-POSTNR  pic x(4) value spaces.
           02  AUDIT-NEW-BYx     pic x(20) value spaces.
           02  AUDIT-BRUGERID    pic x(8) value spaces.
