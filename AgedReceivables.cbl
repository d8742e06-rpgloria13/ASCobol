                   NOT = StudentId OF StudentRec
               IF LgRunDate OF Curr-Ledger > Latest-Close
                   AND (LgTransType OF Curr-Ledger = "NEW"
                       OR LgTransType OF Curr-Ledger = "CHG"
                       OR LgTransType OF Curr-Ledger = "LTF"
                       OR LgTransType OF Curr-Ledger = "NSF"
                       OR LgTransType OF Curr-Ledger = "RCF")
                   PERFORM Store-One-Charge
               END-IF
               PERFORM Read-Next-Ledger
