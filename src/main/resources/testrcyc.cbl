      *> slot makes the edit reject it again, so the item keeps aging
      *> toward supervisor review until a correction arrives. R1-R3
      *> items re-reject on their own since the bad field that caused
      *> the reject is carried with them. R6 items (no open account
      *> for the key) recycle as they stand: they are cured by the
      *> account map or the account itself, not by the item, and the
      *> posting card they become carries no name data.
       MARK-BAD-NATIONAL-PARA.
           MOVE LOW-VALUES TO RCY-FIELD-4-X
           MOVE "?" TO RCY-FIELD-4-X (1:1).
