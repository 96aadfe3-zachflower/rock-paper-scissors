      *> DEPARTMENT-REF-RECORD - maps one badge number to the
      *> department it belongs to. Maintained by JOKEDPT, and by
      *> JOKEHRL for the transfers on the nightly HR extract; read by
      *> JOKERPT (daily department subtotals) and JOKETMS (the
      *> inter-department standings) - keep in sync.
           05 DR-BADGE PIC 9(6).
