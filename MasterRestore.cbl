
       file section.
       FD  bird-backup-data.    *> dated snapshot from MasterBackup
       01  bird-backup-record          pic X(106).

       FD  bird-master-data.    *> indexed sighting master, rebuilt
                                 *> in full from the chosen snapshot
