       copy porec.

       fd PO-Backup-File.
       01 PO-Backup-Record       pic x(103).

       fd Amend-Log-File.
       01 Amend-Log-Record.
