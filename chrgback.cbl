      ***** the number of records the rejects feed carried. Archive
      ***** records cut before the attribution fields existed read in
      ***** short and roll up under the UNKNOWN system.
      *****
      ***** The service desk's daytime checks arrive under the ADHOC
      ***** system. Their CheckAccount calls are archived as AdHocCheck
      ***** and count as 1D calls; being each account's only entry,
      ***** they count in the condition mix as well. The ADHOC rejects
      ***** figure is the desk's "I" and "E" answers, which go to no
      ***** rejects feed.

       special-names.
           decimal-point is comma.
               continue
           else
               if aa-entry-point = "CheckAccount"
                  or aa-entry-point = "AdHocCheck"
                   add 1 to ws-sy-1d-count(ws-match-index)
               end-if
               if aa-entry-point = "CheckAccount2d"
