       fd Settle-Archive-File.
       01 Settle-Archive-Record pic x(60).
       fd Payh-File.
       01 Payh-Record          pic x(106).
       fd Payh-Archive-File.
       01 Payh-Archive-Record  pic x(106).

       fd Keep-Work-File.
       01 Keep-Work-Record     pic x(140).
