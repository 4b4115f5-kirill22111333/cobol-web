      * THE define_vhost HOSTS (NAMES ARE FOLDED THE SAME WAY
      * tenant-file-name FOLDS THEM, SO "shop.example" HERE AND IN
      * THE VHOST TABLE NAME THE SAME PARTITION). NO FILE MEANS NO
      * TENANTS -- THE SINGLE-POOL SITE, UNCHANGED. AN OPTIONAL
      * SECOND WORD ON THE LINE IS THE TENANT'S OWN TIME ZONE
      * (zone-rules, lib/timezone.cbl) AND IS NOT PART OF THE NAME.
      ************************************************************

       environment division.

       file section.
       fd tenant-config.
       01 config-record pic x(128).

       working-storage section.
       77 config-stat pic xx.
                       if config-record is not equal spaces
                       and tenant-list-size is less than 16 then
                           add 1 to tenant-list-size
                           unstring config-record
                               delimited by all X"20"
                               into tenant-name(tenant-list-size)
                           end-unstring
                       end-if
               end-read
           end-perform.
