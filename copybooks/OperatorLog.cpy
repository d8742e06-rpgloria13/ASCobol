      *                  reversal, WOF write-off keyed, WFA
      *                  write-off approved, TLO/TLR tool out and
      *                  return, PLN plan change, CNT contact
      *                  change, ITM item change, STK stock
      *                  receipt, CON/CNX consolidation queued and
      *                  cancelled, RIN reinstatement queued,
      *                  PLC account placed with the collection
      *                  agency, RCV agency recovery queued,
      *                  CAL school calendar date set or removed,
      *                  MCH/MCX machine-time session queued and
      *                  removed, MCM machine master change, BNK
      *                  bank payment queued, BOR backorder
      *                  released, CAP correction approved, CFM
      *                  class fee change, CLF class lab fee
      *                  charged, PCK/PCP physical count keyed
      *                  and posted, HHJ/HHR household link joined
      *                  and removed,
      *                  HLD/HLL account hold set and lifted, KIT kit
      *                  component change, LFW late-fee waiver
      *                  change, NSF returned check, NCL no-checks
      *                  flag lifted, SPN sponsor share billed,
      *                  SPM sponsor change, SPS/SPE sponsorship set
      *                  and ended, SPP sponsor payment recorded,
      *                  VND vendor change, POS purchase order
      *                  closed short
      *     OlStudentId  student keyed against; zero when none
      *     OlAmount     dollar amount; zero when none applies
      ******************************************************************
