                  By ==Acct-Master-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Acct-Master-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Acct-Master-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Acct-Master-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Acct-Master-Held-Amount==.

                  By ==Contra-Debit-Blocked==
                     ==Account-Close-Pending==
                  By ==Contra-Close-Pending==
                     ==Account-Bsu-Age-Blocked==
                  By ==Contra-Bsu-Age-Blocked==
                     ==Account-Is-Dormant==
                  By ==Contra-Is-Dormant==
                     ==Account-Held-Amount==
                  By ==Contra-Held-Amount==.

