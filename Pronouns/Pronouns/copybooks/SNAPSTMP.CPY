      * when badge-delta last copied the master to peopleprior.dat and
      * how many people went onto it. audit events stamped after this
      * date and time are the ones people-recovery replays onto the
      * snapshot; the count proves the snapshot it reads is whole.
           05 PS-SNAPSHOT-DATE PIC 9(8).
           05 PS-SNAPSHOT-TIME PIC 9(8).
           05 PS-RECORD-COUNT PIC 9(6).
