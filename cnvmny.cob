
       WriteNewOperator.
           move fd-ooper-id       to fd-oper-id.
           call 'pwhash' using fd-ooper-id,
                               fd-ooper-password,
                               fd-oper-pwd-hash.
           move spaces            to fd-oper-pwd-history.
           move fd-ooper-name     to fd-oper-name.
           move fd-ooper-level    to fd-oper-level.
           move "A"               to fd-oper-status.
