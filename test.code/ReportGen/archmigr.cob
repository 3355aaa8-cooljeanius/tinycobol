          move ul-source-file  to arch-source-file
          move ul-run-id       to arch-run-id
          move "01"            to arch-company
          move ul-vendor-name  to arch-vk-vendor
          move ul-sales-date   to arch-vk-date
          write arch-rec
              invalid key
                  display "archmigr: reload refused for "
