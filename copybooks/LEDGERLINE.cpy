pic x(256).
