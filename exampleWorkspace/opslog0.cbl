               move ops-evt-severity to ops-log-sev
               move ops-evt-code     to ops-log-code
               move ops-evt-text     to ops-log-text
               move ops-evt-operator to ops-log-operator
               write ops-log-line
               close ops-log-file
           end-if
               move ops-evt-severity to que-log-sev
               move ops-evt-code     to que-log-code
               move ops-evt-text     to que-log-text
               move ops-evt-operator to que-log-operator
               write que-log-line
               close alert-queue-file
           end-if.
