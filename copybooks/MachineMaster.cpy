      ******************************************************************
      * MachineMaster.cpy
      * Shared field layout for a shop machine master record
      * (MACHINE.DAT) - the laser cutter, CNC router, kiln and any
      * other machine whose time is billed by the minute.  The
      * MachineMaint session adds and changes machines and keeps the
      * file in machine-code order; MachineUseEntry checks the
      * sign-in sheet against it and the nightly MachineBilling step
      * prices each session at the rate on file that night.  COPY
      * this into the 01-level record of any FD or working-storage
      * area that holds a machine; qualify (OF <record-name>)
      * wherever a program has more than one copy of it in scope at
      * once.
      *     McMachineCode    5-character machine code keyed from the
      *                      sign-in sheet; it is also the item code
      *                      the machine's sales carry on SALESDTL.DAT
      *     McDescription    description printed on the register
      *     McRatePerMinute  charge for one minute of machine time in
      *                      dollars and cents
      *     McActiveFlag     "A" = active; anything else refuses new
      *                      usage and rejects queued usage at billing
      ******************************************************************
           05  McMachineCode       PIC X(5).
           05  McDescription       PIC X(20).
           05  McRatePerMinute     PIC 9V99.
           05  McActiveFlag        PIC X.
