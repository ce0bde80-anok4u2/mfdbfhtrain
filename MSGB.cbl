
           move ws-userid to msgbcast-sent-by
           move 0 to msgbcast-term-count
           move spaces to msgbcast-change-ref
           .

      *****************************************************************
