               when ls-working-line(1:length(ws-dim)) = ws-dim
                   move ws-op-dim to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-redim)) = ws-redim
                   move ws-op-redim to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-erase)) = ws-erase
                   move ws-op-erase to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-open)) = ws-open
                   move ws-op-open to l-line-op(l-cur-line-num)

                       = ws-jsonread
                   move ws-op-json to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-xmlwrite))
                   = ws-xmlwrite
                   or ls-working-line(1:length(ws-xmlread))
                       = ws-xmlread
                   move ws-op-xml to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-achopen))
                   = ws-achopen
                   or ls-working-line(1:length(ws-achbatch))
                       = ws-achbatch
                   or ls-working-line(1:length(ws-achentry))
                       = ws-achentry
                   or trim(ls-working-line) = ws-achclose
                   or ls-working-line(1:length(ws-achvalidate))
                       = ws-achvalidate
                   move ws-op-ach to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-bairead))
                   = ws-bairead
                   move ws-op-bai to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-dbconnect))
                   = ws-dbconnect
                   or ls-working-line(1:length(ws-dbexec))
                       = ws-dbexec
                   or ls-working-line(1:length(ws-dbquery))
                       = ws-dbquery
                   or ls-working-line(1:length(ws-dbfetch))
                       = ws-dbfetch
                   or ls-working-line(1:length(ws-dbclose))
                       = ws-dbclose
                   move ws-op-db to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-reconcile))
                   = ws-reconcile
                   move ws-op-reconcile to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-glbalance))
                   = ws-glbalance
                   move ws-op-glbalance to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-balance))
                   = ws-balance
                   move ws-op-balance to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-rejectqueue))
                   = ws-rejectqueue
               or ls-working-line(1:length(ws-rejectaging))
                   = ws-rejectaging
                   move ws-op-reject-queue
                       to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-aging))
                   = ws-aging
                   move ws-op-aging to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-letter))
                   = ws-letter
                   move ws-op-letter to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-merge))
                   = ws-merge
                   move ws-op-merge to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-summarize))
                   = ws-summarize
                   move ws-op-summarize to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-mapremove))
                   = ws-mapremove
                   move ws-op-mapremove to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-transfer))
                   = ws-transfer
                   move ws-op-transfer
                   move ws-op-setstate
                       to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-notify))
                   = ws-notify
                   move ws-op-notify
                       to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-reserve))
                   = ws-reserve
                   move ws-op-reserve
                       to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-dual-control))
                   = ws-dual-control
                   move ws-op-dual-control
                       to l-line-op(l-cur-line-num)

      *>       PARAM = 5 is still an assignment to a variable named
      *>       PARAM.
               when ls-working-line(1:length(ws-param)) = ws-param
                   and trim(ls-working-line(length(ws-param) + 1:))
                       (1:1) not = "="
                   move ws-op-param to l-line-op(l-cur-line-num)

               when ls-working-line(1:length(ws-qsend))
                   = ws-qsend
                   or ls-working-line(1:length(ws-qreceive))
