           05  CW-Postal-Opt-Out       pic x(01).
           05  CW-Household-Member     pic x(01).
           05  CW-Registry-Hit         pic x(01).
           05  CW-Engage-Band          pic x(01).
           05  CW-Alumni-Family        pic x(01).

       FD  Aging-Report-File
           recording mode f.
