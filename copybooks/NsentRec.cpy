      *****************************************************************
      *  NOTIFY-SENT-LOG record layout - one row per item a notice
      *  has covered. SENT-ITEM identifies the item within its type:
      *  the TASKS-ID for the task notices, the MSG-WHEN stamp for an
      *  unread message. SENT-FIRST is the run date the item was
      *  first sent. Each run rewrites the log with only the items
      *  still outstanding, so a finished task or a read message
      *  drops out of it on its own.
      *****************************************************************
       FD NOTIFY-SENT-LOG.
       01 NOTIFY-SENT-RECORD.
           05 SENT-USER                      PIC X(20).
           05 SENT-TYPE                      PIC X(8).
           05 SENT-ITEM                      PIC X(20).
           05 SENT-FIRST                     PIC X(10).
