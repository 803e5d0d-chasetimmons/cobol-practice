               move txt-weight-max      to ref-weight-max
               move txt-breeding-population to ref-breeding-population
               move txt-prior-population to ref-prior-population
               move spaces to ref-taxonomic-order
               move spaces to ref-family-name
               move 0 to ref-taxonomic-sequence
               set ref-naturally-occurring to true
               write species-master-record
                   invalid key
                       add 1 to species-rejected
