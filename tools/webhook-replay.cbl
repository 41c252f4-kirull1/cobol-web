      * onto the live log (never renamed over it), each carrying a
      * cumulative attempts= count; entries whose count reaches
      * WEBHOOK_REPLAY_DEAD_AFTER (default 9) are moved to the
      * dead-letter file instead. Every try is written to the
      * webhook delivery ledger with its req= id and attempt number
      * (the live attempt being 1). A delivery report is printed to
      * /tmp/http-webhook-replay-report.txt.

       identification division.
       77 rec-tok1       pic x(16).
       77 rec-tok2       pic x(520).
       77 rec-tok3       pic x(520).
       77 rec-tok4       pic x(520).
       77 rec-tok        pic x(520).
       77 rec-attempts   pic 9(3).
       77 rec-req        pic x(64).
       77 req-key        pic x(14).
       77 req-at         pic 9(4).
       77 rec-url        pic x(512).
       77 rec-payload    pic x(2048).
       77 payload-at     pic 9(4).
       77 payload-found  pic 9.

       77 attempt-no     pic 9(2).
       77 ledger-attempt pic 9(3).
       77 ledger-source  pic x(8) value "replay".
       77 delivered      pic 9.
       77 backoff-secs   pic 9(3).


               exit paragraph.

      * retry records read "<stamp> status=NNN [attempts=N] [req=R]
      * url=<url> payload=<json>"; the stamp is the fixed 29-character
      * date-utc form, so the tokens start at column 31. The
      * attempts= token is only present on records this job has
      * rewritten before; records written before the req= token was
      * added give up their id from the request_id in the JSON.
           parse-retry-record.
               move staged-record(1:29) to rec-stamp.
               move spaces to rec-tok1.
               move spaces to rec-tok2.
               move spaces to rec-tok3.
               move spaces to rec-tok4.
               set rec-attempts to 0.
               move spaces to rec-req.
               move spaces to rec-url.
               move spaces to rec-payload.

               unstring staged-record(31:2274)
                   delimited by all space
                   into rec-tok1, rec-tok2, rec-tok3, rec-tok4
               end-unstring.

               move rec-tok2 to rec-tok.
               perform parse-retry-token.
               move rec-tok3 to rec-tok.
               perform parse-retry-token.
               move rec-tok4 to rec-tok.
               perform parse-retry-token.

               set payload-found to 0.

                       to rec-payload
               end-if.

               if rec-req is equal spaces
               and payload-found is equal 1
                   perform payload-request-id
               end-if.

               exit paragraph.

           parse-retry-token.
               evaluate true
                   when rec-tok(1:9) is equal "attempts="
                       compute rec-attempts =
                           function numval(rec-tok(10:3))
                   when rec-tok(1:4) is equal "req="
                       move rec-tok(5:64) to rec-req
                   when rec-tok(1:4) is equal "url="
                       move rec-tok(5:508) to rec-url
               end-evaluate.

               exit paragraph.

           payload-request-id.
               move X"22" to req-key(1:1).
               move "request_id" to req-key(2:10).
               move X"22" to req-key(12:1).
               move ":" to req-key(13:1).
               move X"22" to req-key(14:1).

               set req-at to 0.
               inspect rec-payload
                   tallying req-at for characters
                   before initial req-key.

               if req-at is less than 2030
                   unstring rec-payload(req-at + 15:)
                       delimited by X"22"
                       into rec-req
                   end-unstring
               end-if.

               exit paragraph.

           attempt-delivery.
               by reference client-resp-len,
               by reference client-resp-ctype.

               compute ledger-attempt = 1 + rec-attempts + attempt-no.

               call "webhook-ledger"
               using by reference rec-req,
               by reference rec-stamp,
               by reference ledger-attempt,
               by reference client-status,
               by reference ledger-source,
               by reference rec-url.

               if client-status is greater than or equal 200
               and client-status is less than 300
                   set delivered to 1
                   rec-stamp
                   " status=" client-status
                   " attempts=" rec-attempts
                   " req=" function trim(rec-req)
                   " url=" function trim(rec-url)
                   " payload=" function trim(rec-payload)
                   into keep-line-buf
                   rec-stamp
                   " status=" client-status
                   " attempts=" rec-attempts
                   " req=" function trim(rec-req)
                   " url=" function trim(rec-url)
                   " payload=" function trim(rec-payload)
                   into dead-letter-record
