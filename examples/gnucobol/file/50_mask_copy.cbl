                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD ADDRESS-OUT.
                         PREFIX-CITY BY AO_CITY
                         PREFIX-POSTAL-CODE BY AO_POSTAL-CODE
                         PREFIX-PHONE BY AO_PHONE
                         PREFIX-MAIL-STATE BY AO_MAIL-STATE
                         PREFIX-DELIVERABLE BY AO_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AO_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AO_RETURNED-ON
                         PREFIX-RETURN-REASON BY AO_RETURN-REASON
                         PREFIX BY AO_ADDRESS.

           FD HOUSEHOLD-IN.
