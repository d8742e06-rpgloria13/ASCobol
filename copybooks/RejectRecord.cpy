      *                   07 credit memo > balance
      *                   08 write-off > balance
      *                   09 withdrawal blocked - open tool checkout
      *                   10 returned-check charge-back would
      *                      overflow the balance
      *     RjReasonText  operator-readable reason
      *     RjSourceFile  file the original record was bound for:
      *                   STAGING, TRANSINS, TRANSPAY or TRANSNSF
      *     RjAgeCount    cycles this reject has sat unrepaired;
      *                   bumped by RejectRecycle when skipped
      *     RjOriginalRec full image of the original record
