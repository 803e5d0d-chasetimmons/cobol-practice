       file section.
       FD  bird-backup-data.    *> dated snapshot from MasterBackup -
                                 *> the recovery floor
       01  bird-backup-record          pic X(106).

       FD  bird-master-data.    *> indexed sighting master, rebuilt
                                 *> from the snapshot then rolled
