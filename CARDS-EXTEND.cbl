      * Purpose: One-time migration of CARDS.DAT for the appended
      *          offline stand-in fields. The card record grew
      *          (offline daily limit, last-known balance, stand-in
      *          date and used total, renewed flag, currency code,
      *          offline PIN hash and card holder were appended), so
      *          an existing indexed file cannot be opened under the
      *          new layout (record length mismatch, file status
      *          39). Same discipline as ACCOUNTS-CONVERT: read the
      *          old file under its prior layout, carry every field
      *          over, fill the appended fields with their documented
      *          empty values (offline service off, nothing seen
      *          yet, held by the owner), build a fresh keyed file
      *          and swap it into place only when every record
      *          converted. The old file survives as
      *          CARDS.DAT.preextend; a re-run against an
      *          already-extended file stops on the record-length
      *          mismatch before touching anything.
      * Tectonics: cobc
           MOVE "N" TO CD-RENEWED-FLAG
           MOVE SPACES TO CD-CURRENCY-CODE
           MOVE 0 TO CD-OFFLINE-PIN-HASH
      *    Every card cut before holders were recorded went to the
      *    account's owner.
           MOVE 0 TO CD-HOLDER-CUSTOMER-ID

           WRITE CARD-RECORD
               INVALID KEY
