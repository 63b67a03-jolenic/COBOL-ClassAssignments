                   continue
               not at end
                   if StudentStatus not = "W"
                       and StudentStatus not = "G"
                       perform find-capacity-entry
                       if cap-idx not > cap-count
                           add 1 to cap-Active(cap-idx)
