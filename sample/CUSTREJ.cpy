      *> why it was rejected), and a zoned PIC here would abend the
      *> write. REJ-CUSTOMER-IMAGE lines up byte for byte with
      *> CUSTOMER-RECORD in CUSTREC and may be MOVEd to or from it as
      *> a group. REJ-ERROR-CODE is the first EDITCUST edit the record
      *> failed (E001-E007 - see the list in EDITCUST); the address
      *> codes E005-E007 mean the state, the ZIP, or the two together
      *> must be corrected.
       01  REJECT-RECORD.
           05  REJ-CUSTOMER-IMAGE.
               10  REJ-ACCOUNT-NO      PIC X(7).
