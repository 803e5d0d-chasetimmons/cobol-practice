       FD  archive-data.    *> dated year-end archive - full master
                             *> images, certification and void reasons
                             *> included, unlike the extract
       01  archive-record              pic X(106).

       FD  retention-parameter-data.    *> days of sightings to keep
                                         *> live - present, the run
