      *> ##########################
      *> RUNCTL - the batch chain's run-control parameter card, one
      *> record per run: loop limit, checkpoint interval, an
      *> optional run-date override (blank means today) and the
      *> usage review release column.
      *>
      *> read in three places, which is exactly why the layout lives
      *> here: DIVISIONS validates its knobs before anything runs,
      *> DATERTN reads the override column on the first CALL of the
      *> run unit, and USAGELOAD reads the release column. the knob
      *> columns are picked up as X with numeric REDEFINES so a
      *> reader can check them NUMERIC before trusting them.
      *>
      *> RC-USAGE-RELEASE is 'Y' only on the CUSTCHAIN rerun after
      *> the meter readings USAGELOAD held for review have been
      *> looked at - blank every other night, like the override.
      *> ##########################
           05 RC-LOOP-LIMIT     PIC X(05).
           05 RC-LOOP-LIMIT-N REDEFINES RC-LOOP-LIMIT
              10 RC-OVR-CCYY    PIC 9(04).
              10 RC-OVR-MM      PIC 9(02).
              10 RC-OVR-DD      PIC 9(02).
           05 RC-USAGE-RELEASE  PIC X(01).
