      *****************************************************************
      *  NOTIFY-OUTBOUND-FILE select clause - the fixed-format feed
      *  EDU-NOTIFY hands the campus email/SMS gateway each night.
      *  Rewritten in full every run; the gateway collects it after
      *  the nightly chain finishes.
      *****************************************************************
           SELECT NOTIFY-OUTBOUND-FILE
               ASSIGN TO "NOTIFY-OUTBOUND.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
