      ******************************************************************
      * MachineUsage.cpy
      * Shared field layout for a machine usage record - one line of
      * the paper sign-in sheet kept beside each billed machine.  The
      * MachineUseEntry session queues one of these on MACHUSE.DAT
      * for every session keyed; the nightly MachineBilling step
      * prices each through Multiplier, posts it as a charge on
      * TRANSINS.DAT and takes it off the queue.  A session that
      * cannot be billed stays on the queue and is listed on
      * MACHBILL.RPT.  COPY this into the 01-level record of any FD
      * or working-storage area that holds a usage line; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     MuStudentId    student who signed in on the machine
      *     MuMachineCode  machine used, as on MACHINE.DAT
      *     MuMinutes      minutes of machine time signed for
      *     MuUseDate      date on the sign-in sheet (CCYYMMDD)
      *     MuOperator     operator who keyed the line
      *     MuKeyedDate    business date it was keyed (CCYYMMDD)
      ******************************************************************
           05  MuStudentId         PIC 9(7).
           05  MuMachineCode       PIC X(5).
           05  MuMinutes           PIC 9(4).
           05  MuUseDate           PIC X(8).
           05  MuOperator          PIC X(4).
           05  MuKeyedDate         PIC X(8).
