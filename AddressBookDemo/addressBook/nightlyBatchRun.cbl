           call "applyPendingChanges"
           .

      *> the month's meter readings are taken in first, so the
      *> readings accepted tonight bill in tonight's pricing - a
      *> rerun finds them already read and lists them as such
       5000-run-billing section.
           call "usageImport"
           call "billingExtract"
           .

