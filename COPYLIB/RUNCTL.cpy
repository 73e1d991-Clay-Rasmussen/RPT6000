      *  run against a CUSTMAST that CMU6000 has not stamped as posted
      *  today, and ROL6000 refuses a second roll of a period it has
      *  already stamped. RC-PERIOD-STAMP carries the rolled period
      *  (the fiscal period YYYYPP for a MONTH roll, the fiscal year
      *  YYYY for a YEAR roll -- see FISCAL) and is spaces on every
      *  other event. Each program takes a
      *  <PGM>_RUNCTL_OVERRIDE environment parameter of "Y" for a
      *  genuine rerun, which turns the refusal into a console
      *  warning. 130-byte fixed record to match the other files in
