      *> CUSTNJRN - Shared new-account journal record layout.
      *> COPY this member into any program that writes or reads
      *> the new-account journal (CUSTOPEN writes one record per
      *> account it opens through the CNAJ extrapartition TD
      *> queue; the nightly CUSTNACT step reads the day's journal
      *> dataset), so writer and reader always agree on the
      *> layout. The record carries who opened the account, where
      *> and when, and the full 110-byte customer image exactly as
      *> it was written to CUSTOMER-MASTER - enough for CUSTNACT
      *> to bring the CTLCARD count and balance hash up to date
      *> and to print the new-accounts register. NJR-CUSTOMER-IMAGE
      *> lines up byte for byte with CUSTOMER-RECORD in CUSTREC and
      *> may be MOVEd to or from it as a group.
       01  NEW-ACCOUNT-JOURNAL-RECORD.
           05  NJR-DATE                PIC X(8).
           05  NJR-TIME                PIC X(6).
           05  NJR-OPERATOR            PIC X(8).
           05  NJR-TERMINAL            PIC X(4).
           05  NJR-CUSTOMER-IMAGE      PIC X(110).
