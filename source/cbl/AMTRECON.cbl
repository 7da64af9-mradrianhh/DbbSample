                  By ==Snap-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Snap-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Snap-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Snap-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Snap-Held-Amount==.

                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

