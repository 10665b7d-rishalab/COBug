000190  78 CBU-add-assert-failed    VALUE "CBU00021".
000200  78 CBU-set-suite-fixture    VALUE "CBU00030".
000210  78 CBU-set-filter           VALUE "CBU00040".
000212  78 CBU-set-stub             VALUE "CBU00050".
000214  78 CBU-stub-called          VALUE "CBU00051".
000216  78 CBU-set-test-cases       VALUE "CBU00060".
000220  78 CBU-assert-str-equals    VALUE "CBU00100".
000230  78 CBU-assert-str100-equals VALUE "CBU00100".
000240  78 CBU-assert-nb3-equals    VALUE "CBU00102".
000260  78 CBU-assert-num-not-equals VALUE "CBU00111".
000270  78 CBU-assert-num-greater   VALUE "CBU00112".
000280  78 CBU-assert-num-within    VALUE "CBU00113".
000282  78 CBU-assert-stub-count    VALUE "CBU00120".
000284  78 CBU-assert-stub-arg      VALUE "CBU00121".
000290  78 CBU-run-tests            VALUE "CBU00200".
000300  78 CBU-display-res          VALUE "CBU00301".
000310  78 CBU-log-assert-succeed   VALUE "CBU00302".
000320  78 CBU-log-assert-failed    VALUE "CBU00303".
000330  78 CBU-write-results        VALUE "CBU00400".
000335  78 CBU-compare-results      VALUE "CBU00500".
000340  78 CBU-get-last-index       VALUE "CBU00900".
