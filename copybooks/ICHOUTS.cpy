           05 OS-STATUS                PIC X(01).
               88 OS-IS-PENDING            VALUE "P".
               88 OS-IS-ACKED              VALUE "A".
      *    The item's value date (IC-VALUE-DATE on the ICH-OUT row);
      *    aging counts from it. Spaces on rows from before value
      *    dating - OS-SENT-DATE stands then.
           05 OS-VALUE-DATE            PIC X(08).
