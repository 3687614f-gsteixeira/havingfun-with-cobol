      *> ***********************************************************
      *> HOUSEHLD - one customer's membership of a household on
      *> household.dat, the indexed file keyed on household id +
      *> user_id, with the member's user_id again as a unique
      *> alternate key so a customer's household is one keyed read
      *> away. househld.cob rebuilds the whole file every run from
      *> the active customers, grouping them on their normalized
      *> address; letters.cob consolidates marketing mail on it and
      *> custinq.cob lists the other members at the address.
      *>
      *> hh-household-id is the lowest user_id living at the
      *> address, so a household keeps its id from run to run for
      *> as long as that member stays. A customer alone at an
      *> address is a household of one. A customer whose address
      *> is held for correction (cust-mail-hold) or blank is in no
      *> household at all.
      *> ***********************************************************
       01 household-record.
           02 hh-key.
               03 hh-household-id    PIC 9(4).
               03 hh-user-id         PIC 9(4).
           02 hh-member-id           PIC 9(4).
           02 hh-member-count        PIC 9(3).
           02 hh-address-key         PIC X(60).
           02 hh-built-date          PIC X(08).
           02 FILLER                 PIC X(20).
