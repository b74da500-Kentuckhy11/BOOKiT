      * BKCREC - Master backup control record.  MSTRBKUP writes one
      * to the BKCTL generation for every indexed cluster it
      * unloads, all stamped with the one date and time the backup
      * was taken, carrying the record count and the hash total
      * of the unloaded generation and naming the field that was
      * summed for the hash (a cluster with no numeric field is
      * proved on its count alone).  Bkc-Status is F when the
      * cluster could not be read to the end, so that generation
      * is not fit to reload.  MSTRRECV proves a reload against
      * these figures and replays the circulation logs for every
      * business date after Bkc-Business-Date.
       01  Backup-Control-Record.
           05  Bkc-Cluster-Name        PIC X(08).
           05  Bkc-Backup-Date         PIC 9(08).
           05  Bkc-Backup-Time         PIC 9(06).
           05  Bkc-Business-Date       PIC 9(08).
           05  Bkc-Record-Count        PIC 9(07).
           05  Bkc-Hash-Total          PIC 9(15).
           05  Bkc-Hash-Field          PIC X(20).
           05  Bkc-Status              PIC X(01).
               88  Bkc-Unload-Good         VALUE "G".
               88  Bkc-Unload-Failed       VALUE "F".
           05  Filler                  PIC X(07).
