      *> WARO-RECEIVABLE, WARO-CARRYOVER, WARO-MILESTONE,
      *> WARO-DISPUTE, WARO-ALIAS and WARO-INACTIVE - every
      *> mutable state file that must stay consistent with
      *> the rest. WARO-AUDIT stays out of the set on purpose:
      *> it is an append-only hash chain, and WARO takes each
      *> run's starting link from the live file's last line, so
      *> a restore never rewinds the chain or breaks its anchor.
      *> Snapshot layout: a "*GEN"
      *> marker opens the generation, "*FIL" names each file,
      *> "D " prefixes every data record, "*END" closes it.
       ENVIRONMENT DIVISION.
