      *> customer subject only to the limit check, which compares
      *> CustBalance plus open orders plus the keyed order against
      *> CR-Limit and refers the order unless a supervisor overrides.
      *> CR-HoldFlag 'C' puts the customer on cash-only terms (set
      *> automatically after repeated returned checks): counter orders
      *> are taken only once payment is collected up front, and the
      *> unattended order runs pass the customer by.
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY CREDREC REPLACING ... where a WORKING-STORAGE mirror
      *> is needed.
