      * every recognized keyword outside this screen's lists is
      * carried through the rewrite, so a maintenance session never
      * silently drops the entitlement, the DST rules, the training
      * switch, the site id, or the credential rotation age
           if SITE-LIC-LIMIT is greater than 0
              move spaces to param-rec
              move "LICLIMIT " to pr-keyword
              move SITE-ID to pr-value (1:8)
              write param-rec.

           if SITE-CRED-AGE is greater than 0
              move spaces to param-rec
              move "CREDAGE  " to pr-keyword
              move SITE-CRED-AGE to small-num-out
              move small-num-out to pr-value (1:4)
              write param-rec.

           if SITE-ROTA-WEEKS is greater than 0
              move spaces to param-rec
              move "ROTAWEEKS" to pr-keyword
              move SITE-ROTA-WEEKS to small-num-out
              move small-num-out to pr-value (1:4)
              write param-rec.

           close param-file.
       End-Save-Params. exit.

