         02 ftm-chia1.
           03 ftm-cod                  pic x(08).
         02 ftm-des                    pic x(40).
      * definizione del template: tutto il record tranne codice e
      * descrizione (due template con la stessa definizione sono
      * equivalenti)
         02 ftm-defin.
           03 ftm-tf                   pic x(01).
           03 ftm-tip                  pic x(02).
           03 ftm-size                 pic 9(04).
           03 ftm-size-dec             pic 9(02).
           03 ftm-v-size               pic 9(04)v99.
           03 ftm-h-size               pic 9(04)v99.
           03 ftm-label                pic x(40).
           03 ftm-label-v-pos-rel      pic s9(04)v99.
           03 ftm-label-h-pos-rel      pic s9(04)v99.
           03 ftm-label-v-size         pic 9(04)v99.
           03 ftm-label-h-size         pic 9(04)v99.
           03 ftm-fl-grid-frame        pic x(01).
           03 ftm-fl-hnd-label         pic x(01).
           03 ftm-case                 pic x(01).
           03 ftm-frame-style          pic x(01).
           03 ftm-fl-full-height       pic x(01).
           03 ftm-fl-notify            pic x(01).
           03 ftm-fl-cent-head         pic x(01).
           03 ftm-check-true           pic x(01).
           03 ftm-check-false          pic x(01).
           03 ftm-lab-def              pic x(40).
