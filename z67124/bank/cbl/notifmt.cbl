              WHEN "fee charged"
                 MOVE "A maintenance fee was charged of"
                    TO WS-NT-TEXT
              WHEN "product changed"
                 MOVE "Your account product changed, fee now"
                    TO WS-NT-TEXT
              WHEN "notice given"
                 MOVE "Withdrawal notice registered for"
                    TO WS-NT-TEXT
              WHEN "notice break"
                 MOVE "Notice broken early, interest penalty"
                    TO WS-NT-TEXT
              WHEN "notice expired"
                 MOVE "Withdrawal notice lapsed unused for"
                    TO WS-NT-TEXT
              WHEN "hold placed"
                 MOVE "A card authorization was held for"
                    TO WS-NT-TEXT
              WHEN "bonus lost - debit"
                 MOVE "Bonus missed, withdrawal this month, was"
                    TO WS-NT-TEXT
              WHEN "bonus lost - no dep"
                 MOVE "Bonus missed, no deposit this month, was"
                    TO WS-NT-TEXT
              WHEN "debit interest"
                 MOVE "Interest was charged on overdraft of"
                    TO WS-NT-TEXT
              WHEN "card statement"
                 MOVE "Your card statement is ready, balance"
                    TO WS-NT-TEXT
              WHEN "card payment missed"
                 MOVE "Card minimum payment missed, past due"
                    TO WS-NT-TEXT
              WHEN "instalment missed"
                 MOVE "A card instalment could not be taken of"
                    TO WS-NT-TEXT
              WHEN "came of age"
                 MOVE "You are 18 - your accounts are your own"
                    TO WS-NT-TEXT
              WHEN "guardian released"
                 MOVE "Your ward is 18 - your authority ended"
                    TO WS-NT-TEXT
              WHEN "address unknown"
                 MOVE "Post returned - please update address"
                    TO WS-NT-TEXT
              WHEN "switch to confirm"
                 MOVE "Switched payments - please confirm them"
                    TO WS-NT-TEXT
              WHEN OTHER
                 MOVE OB-EVENT-TYPE TO WS-NT-TEXT
           END-EVALUATE
