
       78  ws-dim                     value "DIM ".
       78  ws-dim-shared              value "DIM SHARED ".
       78  ws-redim                   value "REDIM ".
       78  ws-redim-preserve          value "PRESERVE ".
       78  ws-redim-shared            value "SHARED ".
       78  ws-erase                   value "ERASE ".
       78  ws-integer-type            value "AS INTEGER".
       78  ws-string-type             value "AS STRING".
       78  ws-single-type             value "AS SINGLE".
       78  ws-double-type             value "AS DOUBLE".
       78  ws-decimal-type            value "AS DECIMAL".
       78  ws-map-type                value " AS MAP ".
       78  ws-map-of-clause           value " OF ".
       78  ws-rounding-clause         value " ROUNDING ".

       78  ws-input                   value "INPUT ".
       78  ws-transfer                value "TRANSFER ".
       78  ws-progress                value "PROGRESS ".
       78  ws-setstate                value "SETSTATE ".
       78  ws-notify                  value "NOTIFY ".
       78  ws-reserve                 value "RESERVE ".
       78  ws-dual-control            value "DUAL CONTROL".
       78  ws-param                   value "PARAM ".
       78  ws-getstate                value "GETSTATE$(".
       78  ws-qsend                   value "QSEND ".
       78  ws-qreceive                value "QRECEIVE ".
       78  ws-jsonwrite               value "JSONWRITE #".
       78  ws-jsonread                value "JSONREAD #".
       78  ws-xmlwrite                value "XMLWRITE #".
       78  ws-xmlread                 value "XMLREAD #".
       78  ws-achopen                 value "ACHOPEN ".
       78  ws-achbatch                value "ACHBATCH ".
       78  ws-achentry                value "ACHENTRY ".
       78  ws-achclose                value "ACHCLOSE".
       78  ws-achvalidate             value "ACHVALIDATE ".
       78  ws-bairead                 value "BAIREAD ".
       78  ws-dbconnect               value "DBCONNECT #".
       78  ws-dbexec                  value "DBEXEC #".
       78  ws-dbquery                 value "DBQUERY #".
       78  ws-dbfetch                 value "DBFETCH #".
       78  ws-dbclose                 value "DBCLOSE #".
       78  ws-dbeof-func              value "DBEOF(".
       78  ws-reconcile               value "RECONCILE ".
       78  ws-glbalance               value "GLBALANCE ".
       78  ws-balance                 value "BALANCE ".
       78  ws-editreport              value "EDITREPORT".
       78  ws-rejectqueue             value "REJECTQUEUE ".
       78  ws-rejectaging             value "REJECTAGING ".
       78  ws-aging                   value "AGING ".
       78  ws-letter                  value "LETTER ".
       78  ws-merge                   value "MERGE ".
       78  ws-summarize               value "SUMMARIZE ".
       78  ws-checkpoint              value "CHECKPOINT".
       78  ws-kill                    value "KILL ".
       78  ws-lock                    value "LOCK ".
       78  ws-loc                     value "LOC(".

       78  ws-declare                 value "DECLARE ".
       78  ws-option                  value "OPTION ".
       78  ws-option-explicit         value "OPTION EXPLICIT".
       78  ws-return                  value "RETURN".
       78  ws-gosub                   value "GOSUB ".
       78  ws-exit-sub                value "EXIT SUB".
       78  ws-arraymax                value "ARRAYMAX(".
       78  ws-arraycount              value "ARRAYCOUNT(".
       78  ws-arrayfind               value "ARRAYFIND(".
       78  ws-lbound                  value "LBOUND(".
       78  ws-ubound                  value "UBOUND(".

       78  ws-maphas                  value "MAPHAS(".
       78  ws-mapcount                value "MAPCOUNT(".
       78  ws-mapkey                  value "MAPKEY$(".
       78  ws-mapremove               value "MAPREMOVE ".

       78  ws-pmt-func                value "PMT(".
       78  ws-pv-func                 value "PV(".
       78  ws-fv-func                 value "FV(".
       78  ws-rate-func               value "RATE(".
       78  ws-npv-func                value "NPV(".
       78  ws-convert-func            value "CONVERT(".

       78  ws-datenum                 value "DATENUM(".
       78  ws-datestr                 value "DATESTR$(".
       78  ws-isbusday                value "ISBUSDAY(".
       78  ws-nextbusday              value "NEXTBUSDAY$(".
       78  ws-addbusdays              value "ADDBUSDAYS$(".
       78  ws-fiscalperiod            value "FISCALPERIOD$(".
       78  ws-periodstart             value "PERIODSTART$(".
       78  ws-periodend               value "PERIODEND$(".
       78  ws-periodstatus            value "PERIODSTATUS$(".
       78  ws-lookup-func             value "LOOKUP$(".
       78  ws-barcode-func            value "BARCODE$(".
       78  ws-getsecret-func          value "GETSECRET$(".

       78  ws-environ-func            value "ENVIRON$(".
       78  ws-environ                 value "ENVIRON ".
       78  ws-right                   value "RIGHT$(".
       78  ws-ltrim                   value "LTRIM$(".
       78  ws-rtrim                   value "RTRIM$(".
       78  ws-utf8-to-latin1          value "UTF8TOLATIN1$(".
       78  ws-latin1-to-utf8          value "LATIN1TOUTF8$(".
       78  ws-rematch                 value "REMATCH(".
       78  ws-refind                  value "REFIND$(".
       78  ws-rereplace               value "REREPLACE$(".

       78  ws-and                     value "AND ".
       78  ws-or                      value "OR ".
