    move "GET /history/USD/2024-05-01/2024-05-31 HTTP1.1" to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform history-range-test.
    move spaces to buffer.
    move "GET /customer/ACME01/USD/1?allow-stale HTTP1.1" to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform customer-mid-rate-test.
    move spaces to buffer.
    move "GET /customer/ACME01/bulk/USD,1 HTTP1.1" to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform customer-bulk-test.
    move spaces to buffer.
    move "GET /book/Q26001000001 HTTP1.1" to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform book-unknown-quote-test.
    move spaces to buffer.
    move "GET /book/Q26-01 HTTP1.1" to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform book-malformed-ref-test.
    move spaces to buffer.
    move "GET /XYZ/1/2024-05-06 HTTP1.1" to buffer.
    call "http-handler" using buffer, byte-length(buffer).
    perform unreferenced-currency-test.
    goback.

http-handler-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer, """count"": 1").
    call "assert-notequals" using 0, substr-pos(buffer, """currency"":""USD""").
    call "assert-notequals" using 0, substr-pos(buffer, """asOf"":""2024-05-06"",""source"":""ecb""").
    exit section.

stale-refusal-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer, """currency"":""USD""").
    call "assert-notequals" using 0, substr-pos(buffer, """count"": 1").
    call "assert-notequals" using 0, substr-pos(buffer, """asOf"":""2024-05-06"",""rate"":1.0776,""source"":""ecb""").
    call "assert-notequals" using 0, substr-pos(buffer, "X-As-Of: 2024-05-06").
    exit section.

customer-mid-rate-test section.
    *> no margin schedule is allocated here, so the customer is
    *> priced at mid and the two rates agree.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer, """rate"": 0.9280").
    call "assert-notequals" using 0, substr-pos(buffer, """midRate"": 0.9280").
    call "assert-notequals" using 0, substr-pos(buffer, """source"": ""ecb""").
    exit section.

customer-bulk-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer, """currency"":""USD"",""result"":0.93").
    call "assert-notequals" using 0, substr-pos(buffer, """midRate"":0.9280,""source"":""ecb""").
    exit section.

book-unknown-quote-test section.
    *> no quote was ever issued under this reference - whether the
    *> quote store is there to say so or not, nothing is booked.
    call "assert-equals" using 0, substr-pos(buffer, "HTTP/1.1 200 OK").
    call "assert-notequals" using 0, substr-pos(buffer, """error"":""").
    call "assert-notequals" using 0, substr-pos(buffer, """quoteRef"":""Q26001000001""").
    exit section.

book-malformed-ref-test section.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 400 Bad Request").
    exit section.

unreferenced-currency-test section.
    *> no currency reference is allocated here, so the code is not
    *> refused by the master - the feed simply never quoted it, and
    *> the 404 carries no reason code.
    call "assert-notequals" using 0, substr-pos(buffer, "HTTP/1.1 404 Not Found").
    call "assert-notequals" using 0, substr-pos(buffer, """error"":""unknown currency for that date""").
    call "assert-equals" using 0, substr-pos(buffer, """reason"":""").
    exit section.
end program microservice-test.

copy "src/microservice.cbl".
