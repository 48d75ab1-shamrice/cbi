       78  ws-op-queue                value 53.
       78  ws-op-progress             value 54.
       78  ws-op-setstate             value 55.
       78  ws-op-notify               value 56.
       78  ws-op-reserve              value 57.
       78  ws-op-dual-control         value 58.
       78  ws-op-ach                  value 59.
       78  ws-op-bai                  value 60.
       78  ws-op-xml                  value 61.
       78  ws-op-db                   value 62.
       78  ws-op-reconcile            value 63.
       78  ws-op-glbalance            value 64.
       78  ws-op-balance              value 65.
       78  ws-op-reject-queue         value 66.
       78  ws-op-aging                value 67.
       78  ws-op-letter               value 68.
       78  ws-op-merge                value 69.
       78  ws-op-summarize            value 70.
       78  ws-op-mapremove            value 71.
       78  ws-op-redim                value 72.
       78  ws-op-erase                value 73.
       78  ws-op-param                value 74.
