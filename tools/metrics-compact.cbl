      * written during the run land in a fresh raw log and are never
      * lost), and the aggregate file is loaded first so counts
      * carry across every compaction boundary. Aggregate lines are
      * "class <2xx..5xx> <count>", "spool <count>",
      * "cache <hit|miss|stale> <count>" (proxy response cache),
      * "route <path> <count>" and "invalid <field> <count>" (form
      * fields refused by http-index validation).

       identification division.
       program-id. metrics-compact.
       77 c-5xx-count   pic 9(9) value 0.
       77 c-spool-count pic 9(9) value 0.
       77 c-deny-count  pic 9(9) value 0.
       77 c-cache-hit-count   pic 9(9) value 0.
       77 c-cache-miss-count  pic 9(9) value 0.
       77 c-cache-stale-count pic 9(9) value 0.

       01 route-agg.
           05 route-entry occurs 200 times.
               10 route-agg-count pic 9(9).
           05 route-agg-size pic 9(3).

       01 invalid-agg.
           05 invalid-entry occurs 64 times.
               10 invalid-agg-field pic x(32).
               10 invalid-agg-count pic 9(9).
           05 invalid-agg-size pic 9(3).

       77 invalid-at   pic 9(3).
       77 folded-count pic 9(7) value 0.
       77 r-i          pic 9(3).
       77 route-at     pic 9(3).

           main-line.
               initialize route-agg.
               initialize invalid-agg.

               move spaces to shell-cmd.
               string
                   when "deny"
                       compute c-deny-count =
                           function numval(m-key(1:9))
                   when "cache"
                       perform load-cache-count
                   when "route"
                       perform load-route-count
                   when "invalid"
                       perform load-invalid-count
               end-evaluate.

               exit paragraph.

           load-cache-count.
               if m-count-tok is equal spaces
                   exit paragraph
               end-if.

               evaluate function trim(m-key)
                   when "hit"
                       compute c-cache-hit-count =
                           function numval(m-count-tok(1:9))
                   when "miss"
                       compute c-cache-miss-count =
                           function numval(m-count-tok(1:9))
                   when "stale"
                       compute c-cache-stale-count =
                           function numval(m-count-tok(1:9))
               end-evaluate.

               exit paragraph.

               exit paragraph.

           load-invalid-count.
               if m-key is equal spaces
               or m-count-tok is equal spaces
                   exit paragraph
               end-if.

               perform find-invalid-entry.

               if invalid-at is greater than 0
                   compute invalid-agg-count(invalid-at) =
                       invalid-agg-count(invalid-at)
                       + function numval(m-count-tok(1:9))
               end-if.

               exit paragraph.

           find-invalid-entry.
               set invalid-at to 0.

               perform varying r-i from 1 by 1
               until r-i is greater than invalid-agg-size
                   if invalid-agg-field(r-i) is equal m-key(1:32)
                       set invalid-at to r-i
                       exit perform
                   end-if
               end-perform.

               if invalid-at is equal 0
               and invalid-agg-size is less than 64
                   add 1 to invalid-agg-size
                   set invalid-at to invalid-agg-size
                   move m-key(1:32) to invalid-agg-field(invalid-at)
                   move 0 to invalid-agg-count(invalid-at)
               end-if.

               exit paragraph.

           fold-work-file.
               open input work-file.

                   exit paragraph
               end-if.

               if m-kind is equal "cache"
                   add 1 to folded-count
                   evaluate function trim(m-key)
                       when "hit"
                           add 1 to c-cache-hit-count
                       when "miss"
                           add 1 to c-cache-miss-count
                       when "stale"
                           add 1 to c-cache-stale-count
                   end-evaluate
                   exit paragraph
               end-if.

               if m-kind is equal "invalid"
                   add 1 to folded-count
                   perform find-invalid-entry
                   if invalid-at is greater than 0
                       add 1 to invalid-agg-count(invalid-at)
                   end-if
                   exit paragraph
               end-if.

               if m-kind is not equal "hit"
                   exit paragraph
               end-if.
               end-string.
               write agg-record.

               move spaces to agg-record.
               string
                   "cache hit " c-cache-hit-count
                   into agg-record
               end-string.
               write agg-record.

               move spaces to agg-record.
               string
                   "cache miss " c-cache-miss-count
                   into agg-record
               end-string.
               write agg-record.

               move spaces to agg-record.
               string
                   "cache stale " c-cache-stale-count
                   into agg-record
               end-string.
               write agg-record.

               perform write-route-aggregate
                   varying r-i from 1 by 1
                   until r-i is greater than route-agg-size.

               perform write-invalid-aggregate
                   varying r-i from 1 by 1
                   until r-i is greater than invalid-agg-size.

               close agg-file.

               exit paragraph.

               exit paragraph.

           write-invalid-aggregate.
               move spaces to agg-record.

               string
                   "invalid " function trim(invalid-agg-field(r-i))
                   " " invalid-agg-count(r-i)
                   into agg-record
               end-string.

               write agg-record.

               exit paragraph.

       end program metrics-compact.
