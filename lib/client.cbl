       identification division.
       program-id. http-client-headers.

      * Outbound HTTP client, the counterpart of listen_http for
      * calling other services: takes a URL, method, header table and
      * body, returns the HTTP status code, response body and the
      * response header block. The
      * TCP layer underneath listen_http has no client-side connect
      * primitive, so the transfer itself is delegated to the system
      * curl command through temp files (the same SYSTEM route the
      * the backend reported, or spaces. URL and header values are
      * restricted to characters that cannot escape the shell
      * command; anything else fails the call with status 0.
      * client-resp-headers holds the header lines as received,
      * status line first, each ended by CR LF, cut at 2048 bytes.
      * Callers that need no headers call http-client below.

       data division.

       77 req-body-path  pic x(256).
       77 resp-body-path pic x(256).
       77 resp-stat-path pic x(256).
       77 resp-hdr-path  pic x(256).
       77 client-cmd     pic x(2048).
       77 cmd-ptr        pic 9(4).
       77 work-stamp     pic x(21).
           05 stat-file-size pic x(8) comp-x.
           05 filler         pic x(8).

       01 hdr-file-info.
           05 hdr-file-size pic x(8) comp-x.
           05 filler        pic x(8).

       77 stat-buf       pic x(144).
       77 scan-pos       pic 9(4).
       77 scan-max       pic 9(4).
       77 client-resp-body  pic x(2048).
       77 client-resp-len   pic 9(4).
       77 client-resp-ctype pic x(128).
       77 client-resp-headers pic x(2048).

       procedure division using http-client-request, client-status,
                           client-resp-body, client-resp-len,
                           client-resp-ctype, client-resp-headers.

           set client-status to 0.
           set client-resp-len to 0.
           move spaces to client-resp-body.
           move spaces to client-resp-ctype.
           move spaces to client-resp-headers.

           perform check-request-safe.


           perform read-status-file.
           perform read-response-body.
           perform read-response-headers.

           call "CBL_DELETE_FILE" using req-body-path
           returning delete-rc.
           returning delete-rc.
           call "CBL_DELETE_FILE" using resp-stat-path
           returning delete-rc.
           call "CBL_DELETE_FILE" using resp-hdr-path
           returning delete-rc.

           exit program.

               move spaces to req-body-path.
               move spaces to resp-body-path.
               move spaces to resp-stat-path.
               move spaces to resp-hdr-path.

               string
                   "/tmp/http-client-" work-stamp(9:8) "-" work-rand
                   into resp-stat-path
               end-string.

               string
                   "/tmp/http-client-" work-stamp(9:8) "-" work-rand
                   ".hdr"
                   into resp-hdr-path
               end-string.

               exit paragraph.

           write-request-body.
               end-if.

               string
                   " -D " function trim(resp-hdr-path)
                   " -o " function trim(resp-body-path)
                   " -w '%{http_code} %{content_type}'"
                   " '" function trim(client-url) "'"

               exit paragraph.

           read-response-headers.
               call "CBL_CHECK_FILE_EXIST"
               using resp-hdr-path, hdr-file-info.

               if return-code is not equal 0
               or hdr-file-size is equal 0
                   exit paragraph
               end-if.

               call "CBL_OPEN_FILE"
               using resp-hdr-path, raw-access-rd, raw-deny,
                   raw-device, raw-handle.

               if return-code is not equal 0
                   exit paragraph
               end-if.

               if hdr-file-size is greater than 2048
                   move 2048 to raw-count
               else
                   move hdr-file-size to raw-count
               end-if.

               set raw-offset to 0.

               call "CBL_READ_FILE"
               using raw-handle, raw-offset, raw-count, raw-flags,
                   client-resp-headers.

               call "CBL_CLOSE_FILE" using raw-handle.

               exit paragraph.

       end program http-client-headers.

      ********************************

       identification division.
       program-id. http-client.

      * http-client-headers for callers that only need the status,
      * body and content type: the response header block is read
      * and dropped.

       data division.

       working-storage section.
       77 unused-headers pic x(2048).

       linkage section.
       01 http-client-request.
           05 client-url    pic x(512).
           05 client-method pic x(16).
           05 client-headers occurs 16 times.
               10 client-header pic x(256).
           05 client-headers-size pic 9(2).
           05 client-body     pic x(2048).
           05 client-body-len pic 9(4).

       77 client-status     pic 9(3).
       77 client-resp-body  pic x(2048).
       77 client-resp-len   pic 9(4).
       77 client-resp-ctype pic x(128).

       procedure division using http-client-request, client-status,
                           client-resp-body, client-resp-len,
                           client-resp-ctype.

           call "http-client-headers"
           using by reference http-client-request,
           by reference client-status,
           by reference client-resp-body,
           by reference client-resp-len,
           by reference client-resp-ctype,
           by reference unused-headers.

           exit program.

       end program http-client.
