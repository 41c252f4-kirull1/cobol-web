              10 tab-redirect-target pic x(256).
              10 tab-proxy    pic 9.
              10 tab-proxy-target pic x(256).
              10 tab-proxy-ttl    pic 9(6).
