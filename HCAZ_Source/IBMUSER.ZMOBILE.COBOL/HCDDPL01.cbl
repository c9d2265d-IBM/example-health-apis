                  Move 'Date must be YYYY-MM-DD' To HCDDMSGO
                WHEN 01
                  Move 'Patient not found' To HCDDMSGO
                WHEN 92
                  Move 'System busy - please try again' To HCDDMSGO
                WHEN OTHER
                  Move 'Error recording date of death' To HCDDMSGO
              END-EVALUATE
