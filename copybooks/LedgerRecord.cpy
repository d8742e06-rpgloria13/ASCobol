      *                         ignores it
      *                     WOF supervisor write-off of an
      *                         uncollectible balance (TRANSWOF.DAT)
      *                     LTF late fee charged by the cycle's
      *                         late-fee step (LATEFEE.CTL)
      *                     NSF returned check charged back
      *                         (TRANSNSF.DAT), RCP=nnnnnn
      *                     RCF returned-check fee, RCP=nnnnnn
      *                     CNO account consolidated away: the
      *                         retired ID's prior balance moved
      *                         out, TO=<new ID>
      *                     CNI the same amount moved into the
      *                         surviving ID, FROM=<old ID>; the
      *                         retired ID's older rows are re-keyed
      *                         to the new ID (marked FROM=<old ID>
      *                         when they had no reference), so only
      *                         Reconcile counts CNO/CNI amounts
      *                     RIN withdrawn student reinstated from
      *                         the withdraw archive, amount = the
      *                         balance restored, WDL=ccyymmdd
      *                         naming the withdrawing cycle
      *                     RCV collection agency recovery on a
      *                         written-off account (RecoveryPost),
      *                         amount = net of commission,
      *                         reference = agency's reference; the
      *                         balance does not move, so balance
      *                         arithmetic ignores it as it does REF
      *     LgAmount        transaction amount (direction per type)
      *     LgBalanceAfter  ShopTotal after this transaction applied
      *     LgReference     document the transaction references, e.g.
