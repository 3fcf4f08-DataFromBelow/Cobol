      *>             AFSTAND  (more than SLA-VAERDI minutes between
      *>                       two consecutive run-log entries;
      *>                       SLA-PROGRAM unused)
      *>             MELLEM   (open posting suspense items more than
      *>                       10 days old total more than SLA-VAERDI
      *>                       whole units; SLA-PROGRAM holds a
      *>                       Valutakode, blank for all currencies)
      *>   SLA-ALVOR: ADVARSEL or ALVORLIG - the severity on the
      *>              operator alert line.
           02  SLA-TYPE          pic x(8) value spaces.
