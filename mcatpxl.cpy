      *> mcatpxl - paragraph cross-reference record for mcatpxr.dat,
      *> written by mcatpxr for every module it scans. record types:
      *> 'P' one per paragraph or section, in source order, with its
      *> line number and whether anything reaches it (Y/N);
      *> 'R' one per procedure reference - pxr-verb PERFORM, GOTO or
      *> SORT - naming the referenced paragraph and, for a thru
      *> range, its last paragraph in pxr-thru;
      *> 'F' one per file action in a paragraph - pxr-verb OPEN,
      *> READ, WRITE, REWRITE, DELETE, START, RETURN, RELEASE, or
      *> USING / GIVING for a sort - with the select name in
      *> pxr-target, the physical file in pxr-thru and an open's
      *> mode in pxr-mode.
       01  pxr-record.
           20 pxr-module-id         pic x(32).
           20 filler                pic x(01).
           20 pxr-type              pic x(01).
           20 filler                pic x(01).
           20 pxr-paragraph         pic x(30).
           20 filler                pic x(01).
           20 pxr-verb              pic x(07).
           20 filler                pic x(01).
           20 pxr-target            pic x(30).
           20 filler                pic x(01).
           20 pxr-thru              pic x(30).
           20 filler                pic x(01).
           20 pxr-mode              pic x(06).
           20 filler                pic x(01).
           20 pxr-line              pic 9(05).
           20 filler                pic x(01).
           20 pxr-reached           pic x(01).
