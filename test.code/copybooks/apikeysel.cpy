*
* shared SELECT clause for the API-key register: one line per key
* ever issued to a machine client of the tdb03 portal commands,
* active or revoked, kept by apikey and checked by tdb03 on every
* keyed call. The COPYing program must declare apikey-fs pic XX
* itself.
*
    SELECT api-key-file
         ASSIGN TO "apikeys.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS apikey-fs.
