              Exit Paragraph
           End-If

      *  AchOrig books this item's GL with the origination settlement
           Invoke sourceAccount "setJournalGlBooked"
           Invoke sourceAccount "debit"
             using by value Stand-Amount
           Perform 2160-Write-Pending-Origination
