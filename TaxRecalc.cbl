
       recalculate-one-employee section.
           add 1 to employees-recalculated
           *> back pay was taxed at its own periods' bands when it
           *> was paid - it stays out of the average and its tax
           *> stands as it was
           compute period-gross rounded =
               (ytd-gross-total - ytd-arrears-total) / ytd-runs-posted
           move ytd-arrears-tax to recalculated-tax
           perform varying run-date-index from 1 by 1
                   until run-date-index > run-date-count
               perform select-bands-for-run-date
