000370         ==MSG-EFF-DATE== BY ==RAW-EFF-DATE==,
000380         ==MSG-EXP-DATE== BY ==RAW-EXP-DATE==,
000390         ==MSG-REPEAT-DAY== BY ==RAW-REPEAT-DAY==,
000400         ==MSG-TEXT==     BY ==RAW-TEXT==,
000403         ==MSG-AUDIENCE== BY ==RAW-AUDIENCE==,
000406         ==MSG-AUDIENCE-DEPT== BY ==RAW-AUDIENCE-DEPT==.
000410 FD  KEPT-MESSAGE-FILE.
000420     COPY "MSGREC.CPY".
000430
