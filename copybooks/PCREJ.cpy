      *   01 = NUM not numeric          02 = invalid sign
      *   03 = percent not numeric      04 = percent out of range
      *   05 = code missing and no override percent
      *   06 = code not on customer master
      *   07 = customer account closed  08 = customer suspended
      *   09 = duplicate, review queue write failed
       01 REJECT-RECORD.
           05 REJ-REASON        PIC X(2).
           05 REJ-DATA          PIC X(80).
