      *          file it was handed is complete before finalizing the
      *          run. Both views redefine the same 36 bytes after the
      *          record type, and the full record is padded to
      *          CALCREC's 61-byte detail record so control and detail
      *          records share the transaction file's fixed record
      *          length. The header also carries the processing cycle
      *          within the business day (TCTL-CYCLE, stamped by the
                                      SIGN IS TRAILING SEPARATE.
           10  TCTL-HASH-N2          PIC S9(13)
                                      SIGN IS TRAILING SEPARATE.
       05  FILLER                    PIC X(24).
