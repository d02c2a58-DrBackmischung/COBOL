        REPLACING ==AUDIT-RECORD-TYPE==     BY ==AHST-RECORD-TYPE==
                  ==AUDIT-TYPE-START==      BY ==AHST-TYPE-START==
                  ==AUDIT-TYPE-END==        BY ==AHST-TYPE-END==
                  ==AUDIT-TYPE-SKIP==       BY ==AHST-TYPE-SKIP==
                  ==AUDIT-PROGRAM-NAME==    BY ==AHST-PROGRAM-NAME==
                  ==AUDIT-TIMESTAMP==       BY ==AHST-TIMESTAMP==
                  ==AUDIT-RETURN-CODE==     BY ==AHST-RETURN-CODE==
